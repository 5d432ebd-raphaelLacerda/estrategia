001750*                     SOURCE PROGRAM STAMP, SO ONE INQUIRY SHOWS
001760*                     THE COMPLETE CHANGE HISTORY REGARDLESS OF
001770*                     WHICH PROGRAM TOUCHED THE CUSTOMER.
001775*    2026-10-15  RSL  THE DETAIL LINE NOW SHOWS THE CUSTOMER
001780*                     STATUS BEFORE AND AFTER A CUSTMNT ACTION,
001785*                     INCLUDING THE NEW B/U/X STATUS ACTIONS.
001790*    2026-10-15  RSL  THE DETAIL LINE NOW SHOWS THE OPERATOR WHO
001795*                     APPROVED A CUSTMNT ACTION.
001800*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
005500     05  AHS-CHANGED-FLAG           PIC X(01).
005510     05  AHS-RULE-NUM               PIC 9(02).
005520*    ACTION SPACE = NAME CLEANUP, "A"/"C"/"D" = A CUSTMNT
005530*    MAINTENANCE TRANSACTION, "B"/"U"/"X" = A CUSTMNT BLOCK,
005540*    UNBLOCK OR CLOSE; BLANK SOURCE = A RECORD FROM BEFORE THE
005545*    FIELDS EXISTED
005550     05  AHS-ACTION                 PIC X(01).
005560     05  AHS-SOURCE                 PIC X(08).
005570*    CUSTOMER STATUS BEFORE AND AFTER A CUSTMNT ACTION - "A"
005580*    ACTIVE, "B" BLOCKED, "C" CLOSED, BLANK ON CLEANUP ROWS
005590     05  AHS-BEFORE-STATUS          PIC X(01).
005600     05  AHS-AFTER-STATUS           PIC X(01).
005610     05  AHS-APPROVER-ID            PIC X(03).
005700*
005800 FD  INQUIRY-REPORT-FILE.
005900 01  INQUIRY-REPORT-LINE             PIC X(100).
009960     05  IND-ACTION                  PIC X(01).
009970     05  FILLER                      PIC X(02) VALUE SPACES.
009980     05  IND-SOURCE                  PIC X(08).
009990     05  FILLER                      PIC X(09) VALUE
010000         "  STATUS ".
010010     05  IND-BEFORE-STATUS           PIC X(01).
010020     05  FILLER                      PIC X(02) VALUE "->".
010030     05  IND-AFTER-STATUS            PIC X(01).
010040     05  FILLER                      PIC X(07) VALUE
010050         "  APPR ".
010060     05  IND-APPROVER                PIC X(03).
010070     05  FILLER                      PIC X(19) VALUE SPACES.
010100*
010200 01  WS-INQ-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
010300*
019550     MOVE AHS-RULE-NUM TO IND-RULE.
019560     MOVE AHS-ACTION TO IND-ACTION.
019570     MOVE AHS-SOURCE TO IND-SOURCE.
019580     MOVE AHS-BEFORE-STATUS TO IND-BEFORE-STATUS.
019590     MOVE AHS-AFTER-STATUS TO IND-AFTER-STATUS.
019595     MOVE AHS-APPROVER-ID TO IND-APPROVER.
019600     MOVE WS-INQ-DETAIL-LINE TO INQUIRY-REPORT-LINE.
019700     WRITE INQUIRY-REPORT-LINE.
019800     MOVE SPACES TO INQUIRY-REPORT-LINE.
