002710*                     THEIR TRANSACTION DATE SO A CATCH-UP RUN'S
002720*                     MULTI-DATE TRANIN CANNOT INFLATE ONE
002730*                     DATE'S BRANCH COUNTS.
002740*    2026-10-15  RSL  RUN-HISTORY RECORDS FLAGGED REVERSED BY
002750*                     THE BACK-OUT PROGRAM (BALREV) NO LONGER
002760*                     COUNT - A DATE WITH ONLY REVERSED RECORDS
002770*                     IS REFUSED, SO A BACKED-OUT DAY CANNOT POST
002780*                     AGAIN UNTIL IT HAS BEEN RERUN.
002785*    2026-10-15  RSL  THE RUNHIST LAYOUT GAINED THE RUN-MODE BYTE
002790*                     VERBS NOW WRITES (CUT FROM FILLER) - NOT
002791*                     USED HERE.
002792*    2026-10-15  RSL  EVERY JOURNAL SENT IS NUMBERED ON ITS
002793*                     TRAILER AND LOGGED WITH ITS RECORD COUNT AND
002794*                     HASH ON THE OUTSTANDING-JOURNAL LOG (GLJLOG)
002795*                     THAT GLACK MATCHES THE LEDGER'S
002796*                     ACKNOWLEDGMENTS AGAINST. THE EXTRACT IS
002797*                     REFUSED WHILE AN EARLIER DATE'S LATEST
002798*                     JOURNAL IS STILL REJECTED, MISMATCHED OR
002799*                     PART POSTED BY THE LEDGER.
002800*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004400         FILE STATUS IS WS-TRAN-IN-STATUS.
004500     SELECT JOURNAL-FILE ASSIGN TO "GLINT"
004600         ORGANIZATION IS SEQUENTIAL.
004610*    THE OUTSTANDING-JOURNAL LOG - ONE RECORD PER JOURNAL SENT,
004620*    UPDATED BY GLACK FROM THE LEDGER'S ACKNOWLEDGMENTS. MISSING
004630*    MEANS NO JOURNAL HAS BEEN LOGGED YET
004640     SELECT OPTIONAL JOURNAL-LOG-FILE ASSIGN TO "GLJLOG"
004650         ORGANIZATION IS INDEXED
004660         ACCESS MODE IS DYNAMIC
004670         RECORD KEY IS JLG-KEY
004680         FILE STATUS IS WS-LOG-STATUS.
004700     SELECT EXTRACT-REPORT-FILE ASSIGN TO "GLRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900*
006300     05  FILLER                     PIC X(34).
006400*
006500*    SAME LAYOUT VERBS APPENDS TO RUNHIST - ONLY THE DATE,
006600*    RECORD COUNT AND CONTROL TOTALS MATTER HERE, AND THE
006610*    REVERSED FLAG BALREV SETS ON A BACKED-OUT DATE
006700 FD  RUN-HISTORY-FILE
006800     RECORDING MODE IS F.
006900 01  RUN-HISTORY-RECORD.
007700     05  RHS-TOTAL-SUB              PIC S9(11).
007800     05  RHS-TOTAL-MULT             PIC S9(11).
007900     05  RHS-TOTAL-DIV              PIC S9(11).
007910     05  RHS-REVERSED-FLAG          PIC X(01).
007920         88  RHS-REVERSED           VALUE "R".
007930     05  RHS-REVERSED-ON-DATE       PIC 9(08).
007940*    "M" WHEN THE RECORD IS A MONTH-END RUN'S (BALSNAP ONLY
007950*    SNAPSHOTS A MONTH-END DATE), "D" A DAILY RUN, SPACE ON A
007960*    RECORD WRITTEN BEFORE THE RUN MODE WAS KEPT
007970     05  RHS-RUN-MODE               PIC X(01).
007980         88  RHS-MONTH-END-RUN      VALUE "M".
007990     05  FILLER                     PIC X(13).
008100*
008200*    ONLY THE BRANCH STAMP AND THE TRANSACTION DATE MATTER
008210*    HERE - AFTER A CATCH-UP RUN TRANIN SPANS SEVERAL DATES AND
009100*    "M" A STATISTICAL MEMO LINE (DEBIT AND CREDIT CARRY THE
009200*    SAME COUNT SO THE FILE STAYS BALANCED LINE BY LINE), "T"
009300*    THE TRAILER WITH THE RECORD COUNT IN THE DEBIT FIELD AND
009400*    THE HASH TOTAL IN THE CREDIT FIELD, AND THE JOURNAL NUMBER
009410*    THE LEDGER QUOTES BACK ON ITS ACKNOWLEDGMENT
009500 FD  JOURNAL-FILE
009600     RECORDING MODE IS F.
009700 01  JOURNAL-RECORD.
010100     05  GLJ-DEBIT-AMOUNT           PIC 9(13).
010200     05  GLJ-CREDIT-AMOUNT          PIC 9(13).
010300     05  GLJ-DESCRIPTION            PIC X(30).
010310     05  GLJ-JOURNAL-SEQ            PIC X(02).
010320     05  FILLER                     PIC X(05).
010500*
010502*    ONE JOURNAL SENT TO THE LEDGER - BALREV AND GLACK CARRY THE
010504*    SAME LAYOUT, THE THREE MUST STAY IN STEP. THE KEY IS THE
010506*    BUSINESS DATE AND THE JOURNAL NUMBER WITHIN IT
010508 FD  JOURNAL-LOG-FILE.
010510 01  JOURNAL-LOG-RECORD.
010512     05  JLG-KEY.
010514         10  JLG-BUSINESS-DATE      PIC 9(08).
010516         10  JLG-JOURNAL-SEQ        PIC 9(02).
010518     05  JLG-SOURCE                 PIC X(08).
010520*    "E" DAILY EXTRACT (GLEXTR), "R" REVERSAL (BALREV)
010522     05  JLG-KIND                   PIC X(01).
010524         88  JLG-EXTRACT            VALUE "E".
010526         88  JLG-REVERSAL           VALUE "R".
010528     05  JLG-SENT-DATE              PIC 9(08).
010530     05  JLG-RECORD-COUNT           PIC 9(09).
010532     05  JLG-HASH-TOTAL             PIC 9(13).
010534*    "O" OUTSTANDING, "A" ACCEPTED, "R" REJECTED, "X" COUNT OR
010536*    HASH DID NOT AGREE, "P" ACCEPTED WITH LINES REJECTED
010538     05  JLG-STATUS                 PIC X(01).
010540         88  JLG-OUTSTANDING        VALUE "O".
010542         88  JLG-ACCEPTED           VALUE "A".
010544         88  JLG-REJECTED           VALUE "R".
010546         88  JLG-MISMATCHED         VALUE "X".
010548         88  JLG-PART-POSTED        VALUE "P".
010550         88  JLG-BLOCKING           VALUE "R" "X" "P".
010552     05  JLG-ACK-DATE               PIC 9(08).
010554     05  JLG-ACK-RECORD-COUNT       PIC 9(09).
010556     05  JLG-ACK-HASH-TOTAL         PIC 9(13).
010558     05  JLG-REJECTED-LINES         PIC 9(05).
010560     05  JLG-ACK-REASON             PIC X(30).
010562     05  FILLER                     PIC X(05).
010564*
010600 FD  EXTRACT-REPORT-FILE.
010700 01  EXTRACT-REPORT-LINE             PIC X(80).
010800*
012100     88  WS-RUN-HISTORY-OK           VALUE "00".
012200 01  WS-TRAN-IN-STATUS               PIC X(02) VALUE "00".
012300     88  WS-TRAN-IN-OK               VALUE "00".
012310*    "05" ON THE OPTIONAL LOG IS A GOOD OPEN OF A FILE THAT IS
012320*    NOT THERE YET
012330 01  WS-LOG-STATUS                   PIC X(02) VALUE "00".
012340     88  WS-LOG-OK                   VALUE "00" "05".
012400*
012500*    END-OF-FILE, REFUSAL AND RUN-ABORT SWITCHES
012600 01  WS-SWITCHES.
013200         88  WS-TRAN-EOF             VALUE "Y".
013300     05  WS-HIST-FOUND-SWITCH        PIC X(01) VALUE "N".
013400         88  WS-HIST-FOUND           VALUE "Y".
013410     05  WS-HIST-REVERSED-SWITCH     PIC X(01) VALUE "N".
013420         88  WS-HIST-REVERSED-FOUND  VALUE "Y".
013500*    SET WHEN THE GATE OR THE INPUTS SAY THE DAY MUST NOT POST
013600     05  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
013700         88  WS-EXTRACT-REFUSED      VALUE "Y".
014100         88  WS-REPORT-OPEN          VALUE "Y".
014200     05  WS-TRAN-OPEN-SWITCH         PIC X(01) VALUE "N".
014300         88  WS-TRAN-OPEN            VALUE "Y".
014310     05  WS-LOG-EOF-SWITCH           PIC X(01) VALUE "N".
014320         88  WS-LOG-EOF              VALUE "Y".
014330     05  WS-LOG-OPEN-SWITCH          PIC X(01) VALUE "N".
014340         88  WS-LOG-OPEN             VALUE "Y".
014400*
014500*    WHY THE EXTRACT WAS REFUSED, FOR THE CONTROL REPORT
014600 01  WS-REFUSAL-REASON               PIC X(50) VALUE SPACES.
014605*
014610*    THIS EXTRACT'S JOURNAL NUMBER (ONE UP ON THE LAST SENT FOR
014615*    THE DATE), THE DATE SENT, AND WHILE THE LOG IS READ THE
014620*    LATEST JOURNAL SEEN FOR A DATE - THE EARLIEST DATE WHOSE
014625*    LATEST JOURNAL THE LEDGER HAS NOT TAKEN IN FULL HOLDS THE
014630*    EXTRACT
014635 01  WS-JOURNAL-SEQ                  PIC 9(02) VALUE ZERO.
014640 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
014645 01  WS-HELD-DATE                    PIC 9(08) VALUE ZERO.
014650 01  WS-HELD-STATUS                  PIC X(01) VALUE SPACES.
014655     88  WS-HELD-BLOCKING            VALUE "R" "X" "P".
014660 01  WS-BLOCKED-DATE                 PIC 9(08) VALUE ZERO.
014700*
014800*    THE CONTROL TOTALS AND RECORD COUNT OFF THE LATEST
014900*    RUN-HISTORY RECORD FOR THE BUSINESS DATE
023100     IF WS-EXTRACT-REFUSED OR WS-ABORT-RUN
023200         GO TO 1000-INITIALIZE-EXIT
023300     END-IF.
023310     PERFORM 1300-CHECK-LEDGER-ACKS
023320         THRU 1300-CHECK-LEDGER-ACKS-EXIT.
023330     IF WS-EXTRACT-REFUSED OR WS-ABORT-RUN
023340         GO TO 1000-INITIALIZE-EXIT
023350     END-IF.
023400     OPEN INPUT TRAN-FILE.
023500     IF NOT WS-TRAN-IN-OK
023600         DISPLAY "GLEXTR: UNABLE TO OPEN TRAN-FILE, FILE"
028000     EXIT.
028100*
028200*    SCANS THE RUN HISTORY FOR THE LATEST RECORD CARRYING THE
028300*    BUSINESS DATE - THE LAST ONE WINS WHEN A DAY WAS RERUN.
028310*    RECORDS FLAGGED REVERSED ARE PASSED OVER
028400 1200-LOAD-RUN-HISTORY.
028500     OPEN INPUT RUN-HISTORY-FILE.
028600     IF NOT WS-RUN-HISTORY-OK
029400         UNTIL WS-HIST-EOF.
029500     CLOSE RUN-HISTORY-FILE.
029600     IF NOT WS-HIST-FOUND
029610         IF WS-HIST-REVERSED-FOUND
029620             MOVE "BUSINESS DATE WAS REVERSED - RERUN IT FIRST"
029630                 TO WS-REFUSAL-REASON
029640         ELSE
029650             MOVE "NO RUN-HISTORY RECORD FOR THE BUSINESS DATE"
029660                 TO WS-REFUSAL-REASON
029670         END-IF
029900         SET WS-EXTRACT-REFUSED TO TRUE
030000     END-IF.
030100 1200-LOAD-RUN-HISTORY-EXIT.
030800     END-READ.
030900     IF NOT WS-HIST-EOF
031000         IF RHS-BUSINESS-DATE = WS-BUSINESS-DATE
031010             IF RHS-REVERSED
031020                 SET WS-HIST-REVERSED-FOUND TO TRUE
031030             ELSE
031040                 SET WS-HIST-FOUND TO TRUE
031050                 MOVE RHS-RECORD-COUNT TO WS-DAY-RECORD-COUNT
031060                 MOVE RHS-TOTAL-ADD TO WS-DAY-TOTAL-ADD
031070                 MOVE RHS-TOTAL-SUB TO WS-DAY-TOTAL-SUB
031080                 MOVE RHS-TOTAL-MULT TO WS-DAY-TOTAL-MULT
031090                 MOVE RHS-TOTAL-DIV TO WS-DAY-TOTAL-DIV
031100             END-IF
031700         END-IF
031800     END-IF.
031900 1210-SCAN-ONE-HISTORY-EXIT.
032000     EXIT.
032100*
032101*    THE LEDGER GATE - READS THE JOURNAL LOG IN KEY ORDER. AT
032102*    EACH CHANGE OF DATE THE DATE'S LATEST JOURNAL IS JUDGED,
032103*    AND ANY EARLIER DATE THE LEDGER REJECTED, OR TOOK IN ONLY
032104*    PART OF, REFUSES THE EXTRACT UNTIL A CORRECTED JOURNAL FOR
032105*    IT HAS BEEN SENT. A RERUN OF THE REJECTED DATE ITSELF IS
032106*    ALLOWED - THAT IS HOW IT IS CORRECTED. THE HIGHEST JOURNAL
032107*    NUMBER ALREADY SENT FOR THE BUSINESS DATE IS NOTED SO THIS
032108*    EXTRACT TAKES THE NEXT ONE
032109 1300-CHECK-LEDGER-ACKS.
032110     OPEN I-O JOURNAL-LOG-FILE.
032111     IF NOT WS-LOG-OK
032112         DISPLAY "GLEXTR: UNABLE TO OPEN JOURNAL-LOG-FILE, FILE"
032113             " STATUS=" WS-LOG-STATUS
032114         SET WS-ABORT-RUN TO TRUE
032115         GO TO 1300-CHECK-LEDGER-ACKS-EXIT
032116     END-IF.
032117     SET WS-LOG-OPEN TO TRUE.
032118     MOVE LOW-VALUES TO JLG-KEY.
032119     START JOURNAL-LOG-FILE
032120         KEY IS NOT LESS THAN JLG-KEY
032121         INVALID KEY
032122             SET WS-LOG-EOF TO TRUE
032123     END-START.
032124     PERFORM 1310-SCAN-ONE-JOURNAL
032125         THRU 1310-SCAN-ONE-JOURNAL-EXIT
032126         UNTIL WS-LOG-EOF.
032127     IF WS-HELD-DATE NOT = ZERO
032128         PERFORM 1320-JUDGE-HELD-DATE
032129             THRU 1320-JUDGE-HELD-DATE-EXIT
032130     END-IF.
032131     IF WS-BLOCKED-DATE NOT = ZERO
032132         MOVE SPACES TO WS-REFUSAL-REASON
032133         STRING "LEDGER STILL REJECTS " DELIMITED BY SIZE
032134                 WS-BLOCKED-DATE DELIMITED BY SIZE
032135                 " - SEE GLACK REPORT" DELIMITED BY SIZE
032136                 INTO WS-REFUSAL-REASON
032137         SET WS-EXTRACT-REFUSED TO TRUE
032138         GO TO 1300-CHECK-LEDGER-ACKS-EXIT
032139     END-IF.
032140     IF WS-JOURNAL-SEQ = 99
032141         MOVE "99 JOURNALS ALREADY SENT FOR THE BUSINESS DATE"
032142             TO WS-REFUSAL-REASON
032143         SET WS-EXTRACT-REFUSED TO TRUE
032144         GO TO 1300-CHECK-LEDGER-ACKS-EXIT
032145     END-IF.
032146     ADD 1 TO WS-JOURNAL-SEQ.
032147 1300-CHECK-LEDGER-ACKS-EXIT.
032148     EXIT.
032149*
032150 1310-SCAN-ONE-JOURNAL.
032151     READ JOURNAL-LOG-FILE NEXT RECORD
032152         AT END
032153             SET WS-LOG-EOF TO TRUE
032154             GO TO 1310-SCAN-ONE-JOURNAL-EXIT
032155     END-READ.
032156     IF JLG-BUSINESS-DATE NOT = WS-HELD-DATE
032157             AND WS-HELD-DATE NOT = ZERO
032158         PERFORM 1320-JUDGE-HELD-DATE
032159             THRU 1320-JUDGE-HELD-DATE-EXIT
032160     END-IF.
032161     MOVE JLG-BUSINESS-DATE TO WS-HELD-DATE.
032162     MOVE JLG-STATUS TO WS-HELD-STATUS.
032163     IF JLG-BUSINESS-DATE = WS-BUSINESS-DATE
032164         MOVE JLG-JOURNAL-SEQ TO WS-JOURNAL-SEQ
032165     END-IF.
032166 1310-SCAN-ONE-JOURNAL-EXIT.
032167     EXIT.
032168*
032169*    THE LOG IS IN DATE ORDER, SO THE FIRST BLOCKING DATE FOUND
032170*    IS THE EARLIEST
032171 1320-JUDGE-HELD-DATE.
032172     IF WS-HELD-DATE < WS-BUSINESS-DATE
032173             AND WS-HELD-BLOCKING
032174             AND WS-BLOCKED-DATE = ZERO
032175         MOVE WS-HELD-DATE TO WS-BLOCKED-DATE
032176     END-IF.
032177 1320-JUDGE-HELD-DATE-EXIT.
032178     EXIT.
032179*
032200*    ONE TRANIN RECORD - ONLY THE EXTRACTED DATE'S RECORDS ARE
032300*    COUNTED, UNDER THE BRANCH STAMP OR AS UNSTAMPED WHEN THE
032310*    RECORD CARRIES NONE
038700     PERFORM 3300-WRITE-TRAILER
038800         THRU 3300-WRITE-TRAILER-EXIT.
038900     CLOSE JOURNAL-FILE.
038910     PERFORM 3400-LOG-JOURNAL
038920         THRU 3400-LOG-JOURNAL-EXIT.
039000 3000-WRITE-JOURNAL-EXIT.
039100     EXIT.
039200*
048100     EXIT.
048200*
048300*    THE TRAILER - RECORD COUNT (TRAILER EXCLUDED) IN THE DEBIT
048400*    FIELD, HASH TOTAL IN THE CREDIT FIELD, AND THE JOURNAL
048410*    NUMBER
048500 3300-WRITE-TRAILER.
048600     MOVE SPACES TO JOURNAL-RECORD.
048700     MOVE "T" TO GLJ-RECORD-TYPE.
049000     MOVE WS-GL-RECORD-COUNT TO GLJ-DEBIT-AMOUNT.
049100     MOVE WS-GL-HASH-TOTAL TO GLJ-CREDIT-AMOUNT.
049200     MOVE "JOURNAL RECORD COUNT AND HASH" TO GLJ-DESCRIPTION.
049210     MOVE WS-JOURNAL-SEQ TO GLJ-JOURNAL-SEQ.
049300     WRITE JOURNAL-RECORD.
049400 3300-WRITE-TRAILER-EXIT.
049500     EXIT.
049600*
049602*    LOGS THE JOURNAL JUST SENT AS OUTSTANDING WITH THE COUNT
049604*    AND HASH ON ITS TRAILER - GLACK TAKES IT OFF WHEN THE
049606*    LEDGER ACKNOWLEDGES IT
049608 3400-LOG-JOURNAL.
049610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
049612     MOVE SPACES TO JOURNAL-LOG-RECORD.
049614     MOVE WS-BUSINESS-DATE TO JLG-BUSINESS-DATE.
049616     MOVE WS-JOURNAL-SEQ TO JLG-JOURNAL-SEQ.
049618     MOVE "GLEXTR" TO JLG-SOURCE.
049620     MOVE "E" TO JLG-KIND.
049622     MOVE WS-RUN-DATE TO JLG-SENT-DATE.
049624     MOVE WS-GL-RECORD-COUNT TO JLG-RECORD-COUNT.
049626     MOVE WS-GL-HASH-TOTAL TO JLG-HASH-TOTAL.
049628     MOVE "O" TO JLG-STATUS.
049630     MOVE ZERO TO JLG-ACK-DATE.
049632     MOVE ZERO TO JLG-ACK-RECORD-COUNT.
049634     MOVE ZERO TO JLG-ACK-HASH-TOTAL.
049636     MOVE ZERO TO JLG-REJECTED-LINES.
049638     WRITE JOURNAL-LOG-RECORD
049640         INVALID KEY
049642             DISPLAY "GLEXTR: JOURNAL-LOG-FILE WRITE ERROR, FILE"
049644                 " STATUS=" WS-LOG-STATUS
049646             SET WS-ABORT-RUN TO TRUE
049648     END-WRITE.
049650 3400-LOG-JOURNAL-EXIT.
049652     EXIT.
049654*
049700 7000-WRITE-REPORT-HEADING.
049800     MOVE SPACES TO EXTRACT-REPORT-LINE.
049900     STRING "GLEXTR GENERAL-LEDGER EXTRACT CONTROL REPORT - "
053900             WS-GLX-EDIT-AMOUNT DELIMITED BY SIZE
054000             INTO EXTRACT-REPORT-LINE.
054100     WRITE EXTRACT-REPORT-LINE.
054110     MOVE WS-JOURNAL-SEQ TO WS-GLX-EDIT-COUNT.
054120     STRING "JOURNAL NUMBER ........ " DELIMITED BY SIZE
054130             WS-GLX-EDIT-COUNT DELIMITED BY SIZE
054140             INTO EXTRACT-REPORT-LINE.
054150     WRITE EXTRACT-REPORT-LINE.
054200     MOVE SPACES TO EXTRACT-REPORT-LINE.
054300     WRITE EXTRACT-REPORT-LINE.
054400     IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
057800     IF WS-REPORT-OPEN
057900         CLOSE EXTRACT-REPORT-FILE
058000     END-IF.
058010     IF WS-LOG-OPEN
058020         CLOSE JOURNAL-LOG-FILE
058030     END-IF.
058100*    RETURN CODE 16 FLAGS AN ABORTED RUN, RETURN CODE 8 FLAGS A
058200*    DAY REFUSED BY THE RECONCILIATION GATE, MISSING INPUTS OR
058210*    AN EARLIER DATE STILL REJECTED BY THE LEDGER -
058300*    EITHER WAY NOTHING POSTED AND THE SCHEDULER SHOULD HOLD
058400*    THE LEDGER FEED
058500     IF WS-ABORT-RUN
