      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 08/22/2026 DO    ORIGINAL.
      * 10/15/2026 DO    AUDIT KEEP TABLE WIDENED TO THE 250-BYTE AUDIT
      *                  RECORD (OPERATOR ID ADDED).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGARCH.
           05  LA-AUDIT-KEEP-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON LA-AUDIT-KEEP-COUNT
                   INDEXED BY LA-AK-IDX
                                       PIC X(250).

       01  LA-EXCP-KEEP-COUNT          PIC 9(05) COMP VALUE 0.
       01  LA-EXCP-KEEP-TABLE.
