001988*                     STAY UNIQUE ACROSS BOTH PROGRAMS; DELETES
001990*                     NOW READ THE RECORD FIRST TO CAPTURE THE
001992*                     BEFORE IMAGE. PARM 1-8 = BUSINESS DATE.
001993*    2026-10-15  RSL  CUSTOMER STATUS (ACTIVE/BLOCKED/CLOSED) AND
001994*                     ITS EFFECTIVE DATE ON THE MASTER, KEPT BY
001995*                     NEW ACTIONS "B" BLOCK, "U" UNBLOCK AND "X"
001996*                     CLOSE - A CLOSED CUSTOMER STAYS ON FILE
001997*                     RATHER THAN BEING DELETED. THE STATUS BEFORE
001998*                     AND AFTER EACH ACTION GOES TO AUDHIST.
002003*                     CLOSED IS FINAL.
002008*    2026-10-15  RSL  MAINTENANCE IS NOW KEYED BY ONE OPERATOR
002013*                     AND APPROVED BY ANOTHER - CUSTTRN IS BUILT
002018*                     BY THE APPROVAL RUN (PENDAPR) FROM THE
002023*                     PENDING QUEUE AND CARRIES THE MAKER'S AND
002028*                     APPROVER'S OPERATOR IDS (BYTES 52-57, CUT
002033*                     FROM THE FILLER). A TRANSACTION WITH NO
002038*                     APPROVER, OR APPROVED BY THE OPERATOR WHO
002043*                     KEYED IT, IS REJECTED UNAPPLIED. THE
002048*                     APPROVER IS STAMPED ON EVERY AUDHIST RECORD
002050*                     WRITTEN HERE.
002053*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
003700*
003800*    DAILY MAINTENANCE TRANSACTIONS - ACTION "A" ADD, "C" CHANGE,
003900*    "D" DELETE, FOLLOWED BY THE CUSTOMER ID AND (FOR ADD/CHANGE)
004000*    THE REPLACEMENT NAME. STATUS ACTIONS "B" BLOCK, "U" UNBLOCK
004010*    AND "X" CLOSE CARRY ONLY THE CUSTOMER ID - THE STATUS TAKES
004020*    EFFECT ON THE BUSINESS DATE OF THE RUN. WRITTEN BY THE
004030*    APPROVAL RUN IN THE SAME LAYOUT THE ENTRY FILE (CUSTENT) IS
004040*    KEYED IN - PENDENT AND PENDAPR MUST STAY IN STEP
004100 FD  MAINT-TRAN-FILE
004200     RECORDING MODE IS F.
004300 01  MAINT-TRAN-RECORD.
004500         88  CMT-ACTION-ADD         VALUE "A".
004600         88  CMT-ACTION-CHANGE      VALUE "C".
004700         88  CMT-ACTION-DELETE      VALUE "D".
004710         88  CMT-ACTION-BLOCK       VALUE "B".
004720         88  CMT-ACTION-UNBLOCK     VALUE "U".
004730         88  CMT-ACTION-CLOSE       VALUE "X".
004740         88  CMT-ACTION-STATUS      VALUE "B" "U" "X".
004800     05  CMT-CUST-ID                PIC X(10).
004900     05  CMT-CUST-NAME              PIC X(40).
004910*    OPERATOR WHO KEYED THE TRANSACTION AND OPERATOR WHO
004920*    APPROVED IT - THE TWO MUST DIFFER
004930     05  CMT-MAKER-ID               PIC X(03).
004940     05  CMT-APPROVER-ID            PIC X(03).
004950     05  FILLER                     PIC X(23).
005100*
005200*    SAME LAYOUT AS THE CUSTOMER-OUT RECORD HELLO LOADS
005300 FD  CUSTOMER-MASTER.
005400 01  CUSTOMER-MASTER-RECORD.
005500     05  CMS-CUST-ID                PIC X(10).
005600     05  CMS-CUST-NAME              PIC X(40).
005610*    CUSTOMER STATUS AND THE BUSINESS DATE IT TOOK EFFECT - A
005620*    SPACE IS A RECORD LOADED BEFORE THE STATUS EXISTED, ACTIVE
005630     05  CMS-CUST-STATUS            PIC X(01).
005640         88  CMS-STATUS-ACTIVE      VALUE "A" " ".
005650         88  CMS-STATUS-BLOCKED     VALUE "B".
005660         88  CMS-STATUS-CLOSED      VALUE "C".
005670     05  CMS-STATUS-DATE            PIC 9(08).
005680     05  FILLER                     PIC X(11).
005800*
005900 FD  REJECT-REPORT-FILE.
006000 01  REJECT-REPORT-LINE              PIC X(80).
006056     05  AHS-CHANGED-FLAG           PIC X(01).
006058     05  AHS-RULE-NUM               PIC 9(02).
006060     05  AHS-ACTION                 PIC X(01).
006061     05  AHS-SOURCE                 PIC X(08).
006062*    CUSTOMER STATUS BEFORE AND AFTER A MAINTENANCE ACTION -
006063*    BLANK ON CLEANUP RECORDS
006064     05  AHS-BEFORE-STATUS          PIC X(01).
006065     05  AHS-AFTER-STATUS           PIC X(01).
006066*    OPERATOR WHO APPROVED A MAINTENANCE ACTION - BLANK ON
006067*    CLEANUP RECORDS
006068     05  AHS-APPROVER-ID            PIC X(03).
006069*
006070 FD  RUN-NUMBER-FILE
006071     RECORDING MODE IS F.
006072 01  RUN-NUMBER-RECORD.
006074     05  RNR-LAST-RUN-NUMBER        PIC 9(05).
006076     05  FILLER                     PIC X(75).
008600     05  WS-DELETE-COUNT             PIC 9(09) VALUE ZERO.
008700     05  WS-REJECT-COUNT             PIC 9(09) VALUE ZERO.
008710     05  WS-ARCHIVED-COUNT           PIC 9(09) VALUE ZERO.
008712     05  WS-BLOCK-COUNT              PIC 9(09) VALUE ZERO.
008714     05  WS-UNBLOCK-COUNT            PIC 9(09) VALUE ZERO.
008716     05  WS-CLOSE-COUNT              PIC 9(09) VALUE ZERO.
008720*
008730*    THE RUN NUMBER STAMPED ON THIS RUN'S ARCHIVED ACTIONS
008740 01  WS-RUN-NUMBER                   PIC 9(05) VALUE ZERO.
008780 01  WS-AUDIT-ACTION                 PIC X(01) VALUE SPACE.
008790 01  WS-BEFORE-NAME                  PIC X(40) VALUE SPACES.
008792 01  WS-AFTER-NAME                   PIC X(40) VALUE SPACES.
008794 01  WS-BEFORE-STATUS                PIC X(01) VALUE SPACE.
008796 01  WS-AFTER-STATUS                 PIC X(01) VALUE SPACE.
008800*
008900*    WORK AREAS USED TO BUILD EACH REJECT REPORT LINE
009000 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
013900*    DECIDES BETWEEN APPLIED AND REJECTED
014000 2000-APPLY-TRANSACTION.
014100     ADD 1 TO WS-TRAN-COUNT.
014105*    NOTHING IS APPLIED WITHOUT A SECOND OPERATOR'S APPROVAL
014110     IF CMT-APPROVER-ID = SPACES
014115             OR CMT-APPROVER-ID = CMT-MAKER-ID
014120         MOVE "NOT APPROVED BY A 2ND OPERATOR" TO WS-REJECT-REASON
014125         PERFORM 4000-WRITE-REJECT
014130             THRU 4000-WRITE-REJECT-EXIT
014135         PERFORM 2100-READ-MAINT-TRAN
014140             THRU 2100-READ-MAINT-TRAN-EXIT
014145         GO TO 2000-APPLY-TRANSACTION-EXIT
014150     END-IF.
014200     IF CMT-ACTION-ADD
014300         PERFORM 3000-APPLY-ADD
014400             THRU 3000-APPLY-ADD-EXIT
015100                 PERFORM 3200-APPLY-DELETE
015200                     THRU 3200-APPLY-DELETE-EXIT
015300             ELSE
015310                 IF CMT-ACTION-STATUS
015320                     PERFORM 3300-APPLY-STATUS
015330                         THRU 3300-APPLY-STATUS-EXIT
015340                 ELSE
015350                     MOVE "INVALID ACTION CODE" TO
015360                         WS-REJECT-REASON
015370                     PERFORM 4000-WRITE-REJECT
015380                         THRU 4000-WRITE-REJECT-EXIT
015390                 END-IF
015700             END-IF
015800         END-IF
015900     END-IF.
017600     MOVE SPACES TO CUSTOMER-MASTER-RECORD.
017700     MOVE CMT-CUST-ID TO CMS-CUST-ID.
017800     MOVE CMT-CUST-NAME TO CMS-CUST-NAME.
017810     MOVE "A" TO CMS-CUST-STATUS.
017820     MOVE WS-BUSINESS-DATE TO CMS-STATUS-DATE.
017900     WRITE CUSTOMER-MASTER-RECORD
018000         INVALID KEY
018100             MOVE "ADD - KEY ALREADY ON MASTER" TO
018610             MOVE "A" TO WS-AUDIT-ACTION
018620             MOVE SPACES TO WS-BEFORE-NAME
018630             MOVE CMT-CUST-NAME TO WS-AFTER-NAME
018632             MOVE SPACE TO WS-BEFORE-STATUS
018634             MOVE "A" TO WS-AFTER-STATUS
018640             PERFORM 5000-WRITE-AUDIT-HISTORY
018650                 THRU 5000-WRITE-AUDIT-HISTORY-EXIT
018700     END-WRITE.
020400             ADD 1 TO WS-CHANGE-COUNT
020410             MOVE "C" TO WS-AUDIT-ACTION
020420             MOVE CMT-CUST-NAME TO WS-AFTER-NAME
020422             MOVE CMS-CUST-STATUS TO WS-BEFORE-STATUS
020424             MOVE CMS-CUST-STATUS TO WS-AFTER-STATUS
020430             PERFORM 5000-WRITE-AUDIT-HISTORY
020440                 THRU 5000-WRITE-AUDIT-HISTORY-EXIT
020500     END-READ.
022000             ADD 1 TO WS-DELETE-COUNT
022010             MOVE "D" TO WS-AUDIT-ACTION
022020             MOVE SPACES TO WS-AFTER-NAME
022022             MOVE CMS-CUST-STATUS TO WS-BEFORE-STATUS
022024             MOVE SPACE TO WS-AFTER-STATUS
022030             PERFORM 5000-WRITE-AUDIT-HISTORY
022040                 THRU 5000-WRITE-AUDIT-HISTORY-EXIT
022100     END-READ.
022200 3200-APPLY-DELETE-EXIT.
022300     EXIT.
022301*
022302*    A STATUS ACTION READS THE KEYED RECORD, CHECKS THE MOVE IS
022303*    ONE THE LIFECYCLE ALLOWS AND REWRITES IT WITH THE NEW STATUS
022304*    EFFECTIVE TODAY. CLOSED IS FINAL; ONLY A BLOCKED CUSTOMER
022305*    CAN BE UNBLOCKED; BLOCKING OR CLOSING A CUSTOMER ALREADY IN
022306*    THAT STATE IS REJECTED RATHER THAN RESTAMPING ITS DATE
022307 3300-APPLY-STATUS.
022308     MOVE CMT-CUST-ID TO CMS-CUST-ID.
022309     READ CUSTOMER-MASTER
022310         INVALID KEY
022311             MOVE "STATUS - KEY NOT ON MASTER" TO
022312                 WS-REJECT-REASON
022313             PERFORM 4000-WRITE-REJECT
022314                 THRU 4000-WRITE-REJECT-EXIT
022315             GO TO 3300-APPLY-STATUS-EXIT
022316     END-READ.
022317     IF CMS-STATUS-CLOSED
022318         MOVE "STATUS - CUSTOMER IS CLOSED" TO WS-REJECT-REASON
022319         PERFORM 4000-WRITE-REJECT
022320             THRU 4000-WRITE-REJECT-EXIT
022321         GO TO 3300-APPLY-STATUS-EXIT
022322     END-IF.
022323     IF CMT-ACTION-BLOCK AND CMS-STATUS-BLOCKED
022324         MOVE "BLOCK - ALREADY BLOCKED" TO WS-REJECT-REASON
022325         PERFORM 4000-WRITE-REJECT
022326             THRU 4000-WRITE-REJECT-EXIT
022327         GO TO 3300-APPLY-STATUS-EXIT
022328     END-IF.
022329     IF CMT-ACTION-UNBLOCK AND NOT CMS-STATUS-BLOCKED
022330         MOVE "UNBLOCK - NOT BLOCKED" TO WS-REJECT-REASON
022331         PERFORM 4000-WRITE-REJECT
022332             THRU 4000-WRITE-REJECT-EXIT
022333         GO TO 3300-APPLY-STATUS-EXIT
022334     END-IF.
022335     IF CMS-STATUS-ACTIVE
022336         MOVE "A" TO WS-BEFORE-STATUS
022337     ELSE
022338         MOVE CMS-CUST-STATUS TO WS-BEFORE-STATUS
022339     END-IF.
022340     IF CMT-ACTION-BLOCK
022341         MOVE "B" TO CMS-CUST-STATUS
022342         ADD 1 TO WS-BLOCK-COUNT
022343     END-IF.
022344     IF CMT-ACTION-UNBLOCK
022345         MOVE "A" TO CMS-CUST-STATUS
022346         ADD 1 TO WS-UNBLOCK-COUNT
022347     END-IF.
022348     IF CMT-ACTION-CLOSE
022349         MOVE "C" TO CMS-CUST-STATUS
022350         ADD 1 TO WS-CLOSE-COUNT
022351     END-IF.
022352     MOVE WS-BUSINESS-DATE TO CMS-STATUS-DATE.
022353     REWRITE CUSTOMER-MASTER-RECORD.
022354     MOVE CMT-ACTION TO WS-AUDIT-ACTION.
022355     MOVE CMS-CUST-NAME TO WS-BEFORE-NAME.
022356     MOVE CMS-CUST-NAME TO WS-AFTER-NAME.
022357     MOVE CMS-CUST-STATUS TO WS-AFTER-STATUS.
022358     PERFORM 5000-WRITE-AUDIT-HISTORY
022359         THRU 5000-WRITE-AUDIT-HISTORY-EXIT.
022360 3300-APPLY-STATUS-EXIT.
022361     EXIT.
022400*
022500*    WRITES ONE REJECT REPORT LINE - ACTION, KEY AND REASON - SO
022600*    THE REJECTED TRANSACTION CAN BE CORRECTED AND RESUBMITTED
023926     MOVE "Y" TO AHS-CHANGED-FLAG.
023928     MOVE ZERO TO AHS-RULE-NUM.
023930     MOVE WS-AUDIT-ACTION TO AHS-ACTION.
023931     MOVE "CUSTMNT " TO AHS-SOURCE.
023932     MOVE WS-BEFORE-STATUS TO AHS-BEFORE-STATUS.
023933     MOVE WS-AFTER-STATUS TO AHS-AFTER-STATUS.
023934     MOVE CMT-APPROVER-ID TO AHS-APPROVER-ID.
023935     WRITE AUDIT-HISTORY-RECORD.
023936     ADD 1 TO WS-ARCHIVED-COUNT.
023938 5000-WRITE-AUDIT-HISTORY-EXIT.
023940     EXIT.
027200             WS-CMT-EDIT-COUNT DELIMITED BY SIZE
027300             INTO REJECT-REPORT-LINE.
027400     WRITE REJECT-REPORT-LINE.
027405     MOVE WS-BLOCK-COUNT TO WS-CMT-EDIT-COUNT.
027410     STRING "BLOCKS APPLIED ........ " DELIMITED BY SIZE
027415             WS-CMT-EDIT-COUNT DELIMITED BY SIZE
027420             INTO REJECT-REPORT-LINE.
027425     WRITE REJECT-REPORT-LINE.
027430     MOVE WS-UNBLOCK-COUNT TO WS-CMT-EDIT-COUNT.
027435     STRING "UNBLOCKS APPLIED ...... " DELIMITED BY SIZE
027440             WS-CMT-EDIT-COUNT DELIMITED BY SIZE
027445             INTO REJECT-REPORT-LINE.
027450     WRITE REJECT-REPORT-LINE.
027455     MOVE WS-CLOSE-COUNT TO WS-CMT-EDIT-COUNT.
027460     STRING "CLOSES APPLIED ........ " DELIMITED BY SIZE
027465             WS-CMT-EDIT-COUNT DELIMITED BY SIZE
027470             INTO REJECT-REPORT-LINE.
027475     WRITE REJECT-REPORT-LINE.
027500     MOVE WS-REJECT-COUNT TO WS-CMT-EDIT-COUNT.
027600     STRING "TRANSACTIONS REJECTED . " DELIMITED BY SIZE
027700             WS-CMT-EDIT-COUNT DELIMITED BY SIZE
028500     DISPLAY "CUSTMNT: ADDS APPLIED: " WS-ADD-COUNT.
028600     DISPLAY "CUSTMNT: CHANGES APPLIED: " WS-CHANGE-COUNT.
028700     DISPLAY "CUSTMNT: DELETES APPLIED: " WS-DELETE-COUNT.
028710     DISPLAY "CUSTMNT: BLOCKS APPLIED: " WS-BLOCK-COUNT.
028720     DISPLAY "CUSTMNT: UNBLOCKS APPLIED: " WS-UNBLOCK-COUNT.
028730     DISPLAY "CUSTMNT: CLOSES APPLIED: " WS-CLOSE-COUNT.
028800     DISPLAY "CUSTMNT: TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
028850     DISPLAY "CUSTMNT: ACTIONS ARCHIVED: " WS-ARCHIVED-COUNT.
028900     IF WS-FILES-OPEN
