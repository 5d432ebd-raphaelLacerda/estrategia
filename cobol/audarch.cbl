002270*                     CUSTOMER'S WHOLE CHANGE HISTORY REGARDLESS
002280*                     OF WHICH PROGRAM TOUCHED IT. CLEANUP ROWS
002290*                     ARCHIVED HERE ARE STAMPED SOURCE "CLEANUP".
002292*    2026-10-15  RSL  CUSTOMER STATUS BEFORE/AFTER BYTES CARVED
002294*                     FROM THE FILLER FOR CUSTMNT'S STATUS ACTIONS
002296*                     - LEFT BLANK ON CLEANUP ROWS ARCHIVED HERE.
002297*    2026-10-15  RSL  APPROVER OPERATOR ID CARVED FROM THE LAST
002298*                     FILLER BYTES FOR CUSTMNT'S APPROVED ACTIONS
002299*                     - LEFT BLANK ON CLEANUP ROWS ARCHIVED HERE.
002300*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
006020*    THE RULES FILE HANDLING IN HELLO
006030     05  AHS-RULE-NUM               PIC 9(02).
006040*    WHO MADE THE CHANGE - ACTION SPACE = NAME CLEANUP, "A"/"C"/
006050*    "D"/"B"/"U"/"X" = A CUSTMNT MAINTENANCE TRANSACTION; THE
006060*    SOURCE NAMES THE ARCHIVING PROGRAM (BLANK ON RECORDS FROM
006070*    BEFORE THE FIELDS EXISTED)
006080     05  AHS-ACTION                 PIC X(01).
006090     05  AHS-SOURCE                 PIC X(08).
006100*    CUSTOMER STATUS BEFORE AND AFTER A CUSTMNT ACTION - BLANK
006110*    ON CLEANUP ROWS
006120     05  AHS-BEFORE-STATUS          PIC X(01).
006130     05  AHS-AFTER-STATUS           PIC X(01).
006140*    OPERATOR WHO APPROVED A CUSTMNT ACTION - BLANK ON CLEANUP
006150*    ROWS
006160     05  AHS-APPROVER-ID            PIC X(03).
006200*
006300 FD  RUN-NUMBER-FILE
006400     RECORDING MODE IS F.
