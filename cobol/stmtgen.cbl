002108*                     THE PARM DATE'S RECORDS BELONG ON THESE
002110*                     STATEMENTS; OTHER-DATE RECORDS ARE
002112*                     COUNTED AND NOTED AFTER THE GRAND TOTALS.
002120*    2026-10-15  RSL  A CUSTOMER CLOSED ON THE MASTER GETS ITS
002130*                     STATEMENT MARKED AS THE FINAL ONE, WITH THE
002140*                     CLOSE DATE, UNDER THE CUSTOMER HEADING; THE
002150*                     FINALS ARE COUNTED AFTER THE GRAND TOTALS.
002160*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
007400 01  CUSTOMER-MASTER-RECORD.
007500     05  CMS-CUST-ID                PIC X(10).
007600     05  CMS-CUST-NAME              PIC X(40).
007610     05  CMS-CUST-STATUS            PIC X(01).
007620         88  CMS-STATUS-ACTIVE      VALUE "A" " ".
007630         88  CMS-STATUS-BLOCKED     VALUE "B".
007640         88  CMS-STATUS-CLOSED      VALUE "C".
007650     05  CMS-STATUS-DATE            PIC 9(08).
007660     05  FILLER                     PIC X(11).
007800*
007900 FD  STATEMENT-REPORT-FILE.
008000 01  STATEMENT-REPORT-LINE           PIC X(132).
010020         88  WS-BALMST-PRESENT       VALUE "Y".
010030     05  WS-POSTED-TODAY-SWITCH      PIC X(01) VALUE "N".
010040         88  WS-POSTED-TODAY         VALUE "Y".
010050*    SET WHEN THE OPEN STATEMENT'S CUSTOMER IS CLOSED ON THE
010060*    MASTER - THE STATEMENT IS ITS FINAL ONE
010070     05  WS-CLOSED-SWITCH            PIC X(01) VALUE "N".
010080         88  WS-CUSTOMER-CLOSED      VALUE "Y".
010100*
010110*    RUN PARAMETER, SUPPLIED ON THE COMMAND LINE (JCL PARM=) -
010120*    POSITIONS 1-8 ARE THE BUSINESS DATE (YYYYMMDD), USED TO
010300*    CUSTOMER WHOSE STATEMENT IS CURRENTLY OPEN
010400 01  WS-CURRENT-KEY                  PIC X(10) VALUE HIGH-VALUES.
010500 01  WS-CURRENT-NAME                 PIC X(40) VALUE SPACES.
010505 01  WS-CURRENT-CLOSE-DATE           PIC 9(08) VALUE ZERO.
010510*
010520*    THE OPEN STATEMENT'S OPENING AND CLOSING POSITIONS OFF THE
010530*    BALANCE MASTER - CLOSING IS ONLY TRUSTED AS READ WHEN THE
011310*    RESULT RECORDS STAMPED WITH ANOTHER BUSINESS DATE - THEY
011320*    BELONG TO ANOTHER DAY'S STATEMENTS AND ARE SKIPPED
011330     05  WS-OTHER-DATE-COUNT         PIC 9(09) VALUE ZERO.
011340*    STATEMENTS MARKED FINAL BECAUSE THE CUSTOMER IS CLOSED
011350     05  WS-FINAL-STMT-COUNT         PIC 9(09) VALUE ZERO.
011400*
011500*    PER-CUSTOMER AND GRAND TOTAL ACCUMULATORS
011600 01  WS-CUSTOMER-TOTALS.
015000     05  FILLER                      PIC X(02) VALUE SPACES.
015100     05  CHD-CUST-NAME               PIC X(40).
015200     05  FILLER                      PIC X(71) VALUE SPACES.
015210*
015220*    PRINTED UNDER THE CUSTOMER HEADING WHEN THE CUSTOMER IS
015230*    CLOSED ON THE MASTER
015240 01  WS-FINAL-STMT-LINE.
015250     05  FILLER                      PIC X(37) VALUE
015260         "*** FINAL STATEMENT - ACCOUNT CLOSED ".
015270     05  FSL-CLOSE-DATE              PIC 9(08).
015280     05  FILLER                      PIC X(04) VALUE " ***".
015290     05  FILLER                      PIC X(83) VALUE SPACES.
015300*
015400 01  WS-COLUMN-HEADING.
015500     05  FILLER                      PIC X(10) VALUE "KEY".
029300     MOVE ZERO TO WS-CUST-TOT-SUB.
029400     MOVE ZERO TO WS-CUST-TOT-ADD.
029500     MOVE "N" TO WS-MATCHED-SWITCH.
029510     MOVE "N" TO WS-CLOSED-SWITCH.
029520     MOVE ZERO TO WS-CURRENT-CLOSE-DATE.
029600     MOVE SRT-OUT-KEY TO CMS-CUST-ID.
029700     READ CUSTOMER-MASTER
029800         INVALID KEY
030300         NOT INVALID KEY
030400             SET WS-CUSTOMER-MATCHED TO TRUE
030500             MOVE CMS-CUST-NAME TO WS-CURRENT-NAME
030510             IF CMS-STATUS-CLOSED
030520                 SET WS-CUSTOMER-CLOSED TO TRUE
030530                 MOVE CMS-STATUS-DATE TO WS-CURRENT-CLOSE-DATE
030540                 ADD 1 TO WS-FINAL-STMT-COUNT
030550             END-IF
030600     END-READ.
030700     ADD 1 TO WS-CUSTOMER-COUNT.
030710     PERFORM 3300-READ-BALANCE
039600     MOVE WS-CUSTOMER-HEADING TO STATEMENT-REPORT-LINE.
039700     PERFORM 7200-WRITE-REPORT-LINE
039800         THRU 7200-WRITE-REPORT-LINE-EXIT.
039801     IF WS-CUSTOMER-CLOSED
039802         MOVE WS-CURRENT-CLOSE-DATE TO FSL-CLOSE-DATE
039803         MOVE WS-FINAL-STMT-LINE TO STATEMENT-REPORT-LINE
039804         PERFORM 7200-WRITE-REPORT-LINE
039805             THRU 7200-WRITE-REPORT-LINE-EXIT
039806     END-IF.
039810*    THE OPENING POSITION OFF THE BALANCE MASTER - OMITTED WHEN
039820*    THERE IS NO MASTER TO READ IT FROM
039830     IF WS-BALMST-PRESENT
042760                 INTO STATEMENT-REPORT-LINE
042770         WRITE STATEMENT-REPORT-LINE
042780     END-IF.
042782     IF WS-FINAL-STMT-COUNT > ZERO
042784         MOVE SPACES TO STATEMENT-REPORT-LINE
042786         MOVE WS-FINAL-STMT-COUNT TO WS-STM-EDIT-COUNT
042788         STRING "FINAL STATEMENTS (ACCOUNTS CLOSED): "
042790                 DELIMITED BY SIZE
042792                 WS-STM-EDIT-COUNT DELIMITED BY SIZE
042794                 INTO STATEMENT-REPORT-LINE
042796         WRITE STATEMENT-REPORT-LINE
042798     END-IF.
042800 8000-GRAND-TOTALS-EXIT.
042900     EXIT.
043000*
046200     DISPLAY "STMTGEN: STATEMENTS PRINTED: " WS-CUSTOMER-COUNT.
046300     DISPLAY "STMTGEN: UNMATCHED KEYS: " WS-UNMATCHED-KEY-COUNT.
046310     DISPLAY "STMTGEN: OTHER-DATE RECORDS: " WS-OTHER-DATE-COUNT.
046320     DISPLAY "STMTGEN: FINAL STATEMENTS: " WS-FINAL-STMT-COUNT.
046400     IF WS-FILES-OPEN
046500         CLOSE SORTED-RESULT-FILE
046600         CLOSE CUSTOMER-MASTER
