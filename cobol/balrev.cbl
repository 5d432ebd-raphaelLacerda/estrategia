000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BALREV.
000300 AUTHOR. DATA-PROCESSING-DEPT.
000400 INSTALLATION. ESTRATEGIA-BATCH-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RSL  ORIGINAL VERSION - BACKS ONE PROCESSED
001100*                     BUSINESS DATE OUT OF THE BOOKS WHEN A BAD
001200*                     BRANCH FILE SLIPPED THROUGH AND THE DAY HAS
001300*                     ALREADY RUN, INSTEAD OF HAND-EDITING BALMST
001400*                     AND PHONING FINANCE. TAKES THE DATE'S RESOUT
001500*                     GENERATION BACK OUT OF EVERY CUSTOMER'S
001600*                     BALMST POSITION AND RESTORES THE OPENING
001700*                     FIELDS AND LAST POSTED DATE OFF THE
001800*                     BEFORE-IMAGES BALPOST KEEPS ON ITS POSTING
001900*                     HISTORY (BALHIST); A CUSTOMER THE DATE
002000*                     CREATED IS REMOVED. WRITES A REVERSING
002100*                     JOURNAL TO GLINT, FLAGS THE DATE'S RUNHIST
002200*                     RECORDS REVERSED (TRENDRPT AND GLEXTR PASS
002300*                     THEM OVER), APPENDS A REVERSED RUN-CONTROL
002400*                     RECORD SO JOBDRV WILL LAUNCH THE DATE AGAIN,
002500*                     AND CLEARS THE DATE'S KEYS OFF TRANEDIT'S
002600*                     CROSS-DAY KEY HISTORY (KEYHIST) SO THE
002700*                     CORRECTED FILE IS NOT REJECTED AS A RESEND.
002800*                     PRINTS A REVERSAL REGISTER OF EVERY CUSTOMER
002900*                     TOUCHED (REVRPT). A DATE WITH LATER POSTINGS
003000*                     ON TOP OF IT IS REFUSED - THOSE DATES MUST
003100*                     BE BACKED OUT FIRST, LATEST FIRST - AS IS
003110*                     ONE WITH A MONTH-END SNAPSHOT (MEHIST, TAKEN
003120*                     BY BALSNAP) DATED ON OR AFTER IT, WHICH MUST
003130*                     BE BACKED OUT OR RETAKEN FIRST. EVERY
003200*                     CHECK RUNS BEFORE ANYTHING IS CHANGED, SO A
003300*                     REFUSED RUN LEAVES EVERY FILE AS IT WAS.
003305*    2026-10-15  RSL  THE DATE'S BEFORE-IMAGES ON BALHIST ARE NOW
003310*                     FLAGGED REVERSED IN PLACE - EACH ONE IS
003315*                     REWRITTEN WITH ITS REVERSED FLAG SET AND THE
003320*                     RUN DATE AS ITS REVERSED DATE - SO THE
003325*                     MONTH-END SNAPSHOT STEP (BALSNAP) LEAVES A
003330*                     BACKED-OUT POSTING OUT OF THE MONTH'S
003335*                     ACTIVITY AND A LATER BACK-OUT OF THE SAME
003340*                     DATE ONLY SEES THE IMAGES OF THE POSTING
003345*                     STILL STANDING. THE RUNHIST LAYOUT GAINED
003350*                     THE RUN-MODE BYTE VERBS NOW WRITES.
003355*    2026-10-15  RSL  THE REVERSING JOURNAL IS NUMBERED ON ITS
003360*                     TRAILER AND LOGGED ON THE
003365*                     OUTSTANDING-JOURNAL LOG (GLJLOG) SO THE
003370*                     LEDGER'S ACKNOWLEDGMENT OF IT IS MATCHED BY
003375*                     GLACK LIKE ANY GLEXTR JOURNAL. A LOG THAT
003380*                     CANNOT BE UPDATED ONLY WARNS.
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*    THE RESULTS FILE HOLDING THE DATE'S GENERATION - RECORDS
003900*    STAMPED WITH ANY OTHER DATE ARE PASSED OVER
004000     SELECT RESULT-FILE ASSIGN TO "RESOUT"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-RESULT-STATUS.
004300*    THE BALANCE MASTER - READ IN KEY ORDER TO FIND THE DATE'S
004400*    CUSTOMERS, THEN UPDATED BY KEY
004500     SELECT BALANCE-MASTER ASSIGN TO "BALMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS BAL-CUST-ID
004900         FILE STATUS IS WS-BALANCE-STATUS.
005000*    THE BEFORE-IMAGES BALPOST APPENDS AT EVERY POSTING - THE
005010*    DATE'S IMAGES ARE FLAGGED REVERSED IN PLACE
005100     SELECT OPTIONAL BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-BALANCE-HISTORY-STATUS.
005400*    THE PERMANENT RUN HISTORY - THE DATE'S RECORDS ARE FLAGGED
005500*    REVERSED IN PLACE
005600     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-RUN-HISTORY-STATUS.
005900*    JOBDRV'S RUN-CONTROL LOG - A REVERSED RECORD IS APPENDED
006000*    AND BECOMES THE DATE'S LATEST RECORD
006100     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RUN-CONTROL-STATUS.
006400*    TRANEDIT'S CROSS-DAY KEY HISTORY - THE DATE'S KEYS COME OFF
006500     SELECT OPTIONAL KEY-HISTORY-FILE ASSIGN TO "KEYHIST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS KHS-TRAN-KEY
006900         FILE STATUS IS WS-KEY-HISTORY-STATUS.
006910*    BALSNAP'S MONTH-END BALANCE HISTORY - READ ONLY, TO REFUSE A
006920*    DATE A SNAPSHOT HAS ALREADY BEEN TAKEN ON OR AFTER. MISSING
006930*    MEANS NO SNAPSHOT HAS EVER BEEN TAKEN
006940     SELECT OPTIONAL MONTH-END-HISTORY ASSIGN TO "MEHIST"
006950         ORGANIZATION IS INDEXED
006960         ACCESS MODE IS DYNAMIC
006970         RECORD KEY IS MEH-KEY
006980         FILE STATUS IS WS-MONTH-END-STATUS.
007000     SELECT JOURNAL-FILE ASSIGN TO "GLINT"
007100         ORGANIZATION IS SEQUENTIAL.
007110*    THE OUTSTANDING-JOURNAL LOG - THE REVERSING JOURNAL IS
007120*    LOGGED THERE FOR GLACK TO MATCH THE LEDGER'S ACKNOWLEDGMENT
007130     SELECT OPTIONAL JOURNAL-LOG-FILE ASSIGN TO "GLJLOG"
007140         ORGANIZATION IS INDEXED
007150         ACCESS MODE IS DYNAMIC
007160         RECORD KEY IS JLG-KEY
007170         FILE STATUS IS WS-LOG-STATUS.
007200     SELECT REGISTER-FILE ASSIGN TO "REVRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400*
007500 DATA DIVISION.
007600 FILE SECTION.
007700*
007800*    SAME LAYOUT VERBS WRITES TO RESOUT
007900 FD  RESULT-FILE
008000     RECORDING MODE IS F.
008100 01  RESULT-RECORD.
008200     05  RES-OUT-KEY                PIC X(10).
008300     05  RES-OUT-NUMC               PIC 9(09).
008400     05  RES-OUT-DIV                PIC 9(09).
008500     05  RES-OUT-MULT               PIC 9(09).
008600     05  RES-OUT-SUB                PIC S9(09).
008700     05  RES-OUT-ADD                PIC 9(09).
008800     05  RES-OUT-MOV                PIC X(09).
008900     05  RES-OUT-DATE               PIC 9(08).
009000     05  FILLER                     PIC X(18).
009100*
009200*    SAME LAYOUT BALPOST MAINTAINS - OPENING IS THE POSITION
009300*    BEFORE THE LAST POSTED DATE, THE TOTALS THE POSITION AFTER IT
009400 FD  BALANCE-MASTER.
009500 01  BALANCE-RECORD.
009600     05  BAL-CUST-ID                PIC X(10).
009700     05  BAL-OPEN-ADD               PIC S9(13).
009800     05  BAL-OPEN-SUB               PIC S9(13).
009900     05  BAL-OPEN-MULT              PIC S9(13).
010000     05  BAL-OPEN-DIV               PIC S9(13).
010100     05  BAL-TOT-ADD                PIC S9(13).
010200     05  BAL-TOT-SUB                PIC S9(13).
010300     05  BAL-TOT-MULT               PIC S9(13).
010400     05  BAL-TOT-DIV                PIC S9(13).
010500     05  BAL-LAST-POST-DATE         PIC 9(08).
010600     05  FILLER                     PIC X(06).
010700*
010800*    SAME LAYOUT BALPOST APPENDS TO BALHIST - ONE BEFORE-IMAGE
010900*    PER CUSTOMER PER POSTED DATE (PRIOR DATE ZERO FOR A CUSTOMER
011000*    THE POSTING CREATED)
011100 FD  BALANCE-HISTORY-FILE
011200     RECORDING MODE IS F.
011300 01  BALANCE-HISTORY-RECORD.
011400     05  BHS-CUST-ID                PIC X(10).
011500     05  BHS-POST-DATE              PIC 9(08).
011600     05  BHS-PRIOR-POST-DATE        PIC 9(08).
011700     05  BHS-PRIOR-OPEN-ADD         PIC S9(13).
011800     05  BHS-PRIOR-OPEN-SUB         PIC S9(13).
011900     05  BHS-PRIOR-OPEN-MULT        PIC S9(13).
012000     05  BHS-PRIOR-OPEN-DIV         PIC S9(13).
012010*    THE RESULT THE POSTING PUT ON THE CUSTOMER - BALSNAP SUMS
012020*    THESE INTO THE MONTH'S ACTIVITY
012030     05  BHS-POSTED-ADD             PIC S9(13).
012040     05  BHS-POSTED-SUB             PIC S9(13).
012050     05  BHS-POSTED-MULT            PIC S9(13).
012060     05  BHS-POSTED-DIV             PIC S9(13).
012070*    SET BY BALREV ON EVERY BEFORE-IMAGE OF A BACKED-OUT DATE -
012080*    BALPOST WRITES THEM BLANK
012090     05  BHS-REVERSED-FLAG          PIC X(01).
012100         88  BHS-REVERSED           VALUE "R".
012110     05  BHS-REVERSED-ON-DATE       PIC 9(08).
012120     05  FILLER                     PIC X(21).
012200*
012300*    SAME LAYOUT VERBS APPENDS TO RUNHIST
012400 FD  RUN-HISTORY-FILE
012500     RECORDING MODE IS F.
012600 01  RUN-HISTORY-RECORD.
012700     05  RHS-BUSINESS-DATE          PIC 9(08).
012800     05  RHS-RECORD-COUNT           PIC 9(09).
012900     05  RHS-DIV-EXC-COUNT          PIC 9(09).
013000     05  RHS-MULT-EXC-COUNT         PIC 9(09).
013100     05  RHS-ADD-EXC-COUNT          PIC 9(09).
013200     05  RHS-NUMC-EXC-COUNT         PIC 9(09).
013300     05  RHS-TOTAL-ADD              PIC S9(11).
013400     05  RHS-TOTAL-SUB              PIC S9(11).
013500     05  RHS-TOTAL-MULT             PIC S9(11).
013600     05  RHS-TOTAL-DIV              PIC S9(11).
013700     05  RHS-REVERSED-FLAG          PIC X(01).
013800         88  RHS-REVERSED           VALUE "R".
013900     05  RHS-REVERSED-ON-DATE       PIC 9(08).
013910*    "M" WHEN THE RECORD IS A MONTH-END RUN'S (BALSNAP ONLY
013920*    SNAPSHOTS A MONTH-END DATE), "D" A DAILY RUN, SPACE ON A
013930*    RECORD WRITTEN BEFORE THE RUN MODE WAS KEPT
013940     05  RHS-RUN-MODE               PIC X(01).
013950         88  RHS-MONTH-END-RUN      VALUE "M".
013960     05  FILLER                     PIC X(13).
014100*
014200*    SAME LAYOUT JOBDRV WRITES TO RUNCTL
014300 FD  RUN-CONTROL-FILE
014400     RECORDING MODE IS F.
014500 01  RUN-CONTROL-RECORD.
014600     05  RCT-BUSINESS-DATE          PIC 9(08).
014700     05  RCT-STATUS                 PIC X(10).
014800     05  RCT-START-TIME             PIC X(06).
014900     05  RCT-END-TIME               PIC X(06).
015000     05  RCT-HELLO-RC               PIC X(05).
015100     05  RCT-TRANMRG-RC             PIC X(05).
015200     05  RCT-TRANEDIT-RC            PIC X(05).
015300     05  RCT-VERBS-RC               PIC X(05).
015400     05  RCT-RELVRFY-RC             PIC X(05).
015500     05  RCT-EXCSUSP-RC             PIC X(05).
015600     05  RCT-BALCHK-RC              PIC X(05).
015700     05  FILLER                     PIC X(15).
015800*
015900*    SAME LAYOUT TRANEDIT KEEPS ON KEYHIST
016000 FD  KEY-HISTORY-FILE.
016100 01  KEY-HISTORY-RECORD.
016200     05  KHS-TRAN-KEY               PIC X(10).
016300     05  KHS-BUSINESS-DATE          PIC 9(08).
016400     05  KHS-BRANCH-ID              PIC X(02).
016500     05  FILLER                     PIC X(20).
016600*
016602*    SAME LAYOUT BALSNAP KEEPS ON MEHIST
016604 FD  MONTH-END-HISTORY.
016606 01  MONTH-END-HISTORY-RECORD.
016608     05  MEH-KEY.
016610         10  MEH-SNAP-DATE          PIC 9(08).
016612         10  MEH-CUST-ID            PIC X(10).
016614     05  MEH-OPEN-ADD               PIC S9(13).
016616     05  MEH-OPEN-SUB               PIC S9(13).
016618     05  MEH-OPEN-MULT              PIC S9(13).
016620     05  MEH-OPEN-DIV               PIC S9(13).
016622     05  MEH-TOT-ADD                PIC S9(13).
016624     05  MEH-TOT-SUB                PIC S9(13).
016626     05  MEH-TOT-MULT               PIC S9(13).
016628     05  MEH-TOT-DIV                PIC S9(13).
016630     05  MEH-LAST-POST-DATE         PIC 9(08).
016632*    "T" MOVEMENT TIED, "X" OUT OF TIE, "O" OPENING SNAPSHOT
016634*    (NOTHING TO TIE TO)
016636     05  MEH-MOVEMENT-FLAG          PIC X(01).
016638         88  MEH-MOVEMENT-TIED      VALUE "T".
016640         88  MEH-MOVEMENT-OUT       VALUE "X".
016642         88  MEH-OPENING-SNAPSHOT   VALUE "O".
016644     05  MEH-TAKEN-DATE             PIC 9(08).
016646     05  FILLER                     PIC X(21).
016648*
016700*    SAME LAYOUT GLEXTR WRITES TO GLINT - TYPE "D" MONEY LINES
016800*    AND THE "T" TRAILER WITH THE RECORD COUNT IN THE DEBIT FIELD
016900*    AND THE HASH TOTAL IN THE CREDIT FIELD, AND THE JOURNAL
016910*    NUMBER THE LEDGER QUOTES BACK ON ITS ACKNOWLEDGMENT
017000 FD  JOURNAL-FILE
017100     RECORDING MODE IS F.
017200 01  JOURNAL-RECORD.
017300     05  GLJ-RECORD-TYPE            PIC X(01).
017400     05  GLJ-BUSINESS-DATE          PIC 9(08).
017500     05  GLJ-ACCOUNT                PIC X(08).
017600     05  GLJ-DEBIT-AMOUNT           PIC 9(13).
017700     05  GLJ-CREDIT-AMOUNT          PIC 9(13).
017800     05  GLJ-DESCRIPTION            PIC X(30).
017810     05  GLJ-JOURNAL-SEQ            PIC X(02).
017820     05  FILLER                     PIC X(05).
018000*
018002*    ONE JOURNAL SENT TO THE LEDGER - GLEXTR AND GLACK CARRY THE
018004*    SAME LAYOUT, THE THREE MUST STAY IN STEP. THE KEY IS THE
018006*    BUSINESS DATE AND THE JOURNAL NUMBER WITHIN IT
018008 FD  JOURNAL-LOG-FILE.
018010 01  JOURNAL-LOG-RECORD.
018012     05  JLG-KEY.
018014         10  JLG-BUSINESS-DATE      PIC 9(08).
018016         10  JLG-JOURNAL-SEQ        PIC 9(02).
018018     05  JLG-SOURCE                 PIC X(08).
018020*    "E" DAILY EXTRACT (GLEXTR), "R" REVERSAL (BALREV)
018022     05  JLG-KIND                   PIC X(01).
018024         88  JLG-EXTRACT            VALUE "E".
018026         88  JLG-REVERSAL           VALUE "R".
018028     05  JLG-SENT-DATE              PIC 9(08).
018030     05  JLG-RECORD-COUNT           PIC 9(09).
018032     05  JLG-HASH-TOTAL             PIC 9(13).
018034*    "O" OUTSTANDING, "A" ACCEPTED, "R" REJECTED, "X" COUNT OR
018036*    HASH DID NOT AGREE, "P" ACCEPTED WITH LINES REJECTED
018038     05  JLG-STATUS                 PIC X(01).
018040         88  JLG-OUTSTANDING        VALUE "O".
018042         88  JLG-ACCEPTED           VALUE "A".
018044         88  JLG-REJECTED           VALUE "R".
018046         88  JLG-MISMATCHED         VALUE "X".
018048         88  JLG-PART-POSTED        VALUE "P".
018050         88  JLG-BLOCKING           VALUE "R" "X" "P".
018052     05  JLG-ACK-DATE               PIC 9(08).
018054     05  JLG-ACK-RECORD-COUNT       PIC 9(09).
018056     05  JLG-ACK-HASH-TOTAL         PIC 9(13).
018058     05  JLG-REJECTED-LINES         PIC 9(05).
018060     05  JLG-ACK-REASON             PIC X(30).
018062     05  FILLER                     PIC X(05).
018064*
018100 FD  REGISTER-FILE.
018200 01  REGISTER-LINE                   PIC X(80).
018300*
018400 WORKING-STORAGE SECTION.
018500*
018600*    RUN PARAMETER, SUPPLIED ON THE COMMAND LINE (JCL PARM=) -
018700*    POSITIONS 1-8 ARE THE BUSINESS DATE (YYYYMMDD) TO BE BACKED
018800*    OUT AND ARE REQUIRED; A REVERSAL NEVER DEFAULTS TO THE SYSTEM
018900*    DATE. POSITION 9 "N" SUPPRESSES THE REVERSING JOURNAL FOR A
019000*    DATE THAT NEVER REACHED THE LEDGER (GLEXTR REFUSED IT)
019100 01  WS-RUN-PARM                     PIC X(09) VALUE SPACES.
019200 01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
019300     05  PARM-REVERSE-DATE           PIC X(08).
019400     05  PARM-JOURNAL-SWITCH         PIC X(01).
019500         88  PARM-NO-JOURNAL         VALUE "N".
019600 01  WS-REVERSE-DATE                 PIC 9(08) VALUE ZERO.
019700*    THE DAY THE REVERSAL RAN, STAMPED ON THE FLAGGED RUNHIST
019800*    RECORDS, AND THE TIME STAMPED ON THE RUN-CONTROL RECORD
019900 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
020000 01  WS-TIME-OF-DAY                  PIC 9(08) VALUE ZERO.
020100 01  WS-TIME-OF-DAY-X REDEFINES WS-TIME-OF-DAY.
020200     05  WS-TIME-HHMMSS              PIC X(06).
020300     05  FILLER                      PIC X(02).
020400*
020500*    FILE STATUS FIELDS - "05" ON AN OPTIONAL FILE IS A GOOD OPEN
020600*    OF A FILE THAT IS NOT THERE
020700 01  WS-RESULT-STATUS                PIC X(02) VALUE "00".
020800     88  WS-RESULT-OK                VALUE "00".
020900 01  WS-BALANCE-STATUS               PIC X(02) VALUE "00".
021000     88  WS-BALANCE-OK               VALUE "00".
021100 01  WS-BALANCE-HISTORY-STATUS       PIC X(02) VALUE "00".
021200     88  WS-BALANCE-HISTORY-OK       VALUE "00" "05".
021300 01  WS-RUN-HISTORY-STATUS           PIC X(02) VALUE "00".
021400     88  WS-RUN-HISTORY-OK           VALUE "00".
021500 01  WS-RUN-CONTROL-STATUS           PIC X(02) VALUE "00".
021600     88  WS-RUN-CONTROL-OK           VALUE "00" "05".
021700 01  WS-KEY-HISTORY-STATUS           PIC X(02) VALUE "00".
021800     88  WS-KEY-HISTORY-OK           VALUE "00" "05".
021810 01  WS-LOG-STATUS                   PIC X(02) VALUE "00".
021820     88  WS-LOG-OK                   VALUE "00" "05".
021830 01  WS-MONTH-END-STATUS             PIC X(02) VALUE "00".
021840     88  WS-MONTH-END-OK             VALUE "00" "05".
021850     88  WS-MONTH-END-NOT-THERE      VALUE "05".
021900*
022000*    END-OF-FILE, REFUSAL, WARNING AND RUN-ABORT SWITCHES
022100 01  WS-SWITCHES.
022200     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
022300         88  WS-EOF                  VALUE "Y".
022400     05  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
022500         88  WS-ENTRY-FOUND          VALUE "Y".
022600     05  WS-PROBLEM-SWITCH           PIC X(01) VALUE "N".
022700         88  WS-CUSTOMER-PROBLEM     VALUE "Y".
022800*    SET WHEN A CHECK SAYS THE DATE MUST NOT BE BACKED OUT
022900     05  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
023000         88  WS-REVERSAL-REFUSED     VALUE "Y".
023100*    SET WHEN THE REVERSAL WENT THROUGH BUT A SIDE FILE (RUNCTL,
023200*    KEYHIST OR GLJLOG) COULD NOT BE UPDATED
023300     05  WS-WARNING-SWITCH           PIC X(01) VALUE "N".
023400         88  WS-RUN-WARNING          VALUE "Y".
023500     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
023600         88  WS-ABORT-RUN            VALUE "Y".
023700     05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE "N".
023800         88  WS-REPORT-OPEN          VALUE "Y".
023900     05  WS-MASTER-OPEN-SWITCH       PIC X(01) VALUE "N".
024000         88  WS-MASTER-OPEN          VALUE "Y".
024100*    SET ONCE THE FIRST CUSTOMER HAS BEEN CHANGED - AN ABORT AFTER
024200*    THAT POINT LEAVES THE MASTER PART-REVERSED
024300     05  WS-UPDATE-STARTED-SWITCH    PIC X(01) VALUE "N".
024400         88  WS-UPDATE-STARTED       VALUE "Y".
024410     05  WS-LOG-EOF-SWITCH           PIC X(01) VALUE "N".
024420         88  WS-LOG-EOF              VALUE "Y".
024430     05  WS-LOG-OPEN-SWITCH          PIC X(01) VALUE "N".
024440         88  WS-LOG-OPEN             VALUE "Y".
024450*
024460*    THE REVERSING JOURNAL'S NUMBER - ONE UP ON THE LAST JOURNAL
024470*    SENT FOR THE DATE
024480 01  WS-JOURNAL-SEQ                  PIC 9(02) VALUE ZERO.
024500*
024600*    WHY THE REVERSAL WAS REFUSED, FOR THE REGISTER
024700 01  WS-REFUSAL-REASON               PIC X(50) VALUE SPACES.
024800*
024900*    LATEST RUN-CONTROL STATUS FOR THE DATE - A JOB STILL RUNNING
025000*    FOR IT CANNOT BE BACKED OUT UNDER ITS FEET
025100 01  WS-PRIOR-STATUS                 PIC X(10) VALUE SPACES.
025200     88  WS-PRIOR-RUNNING            VALUE "RUNNING".
025300*
025400*    RECORD COUNTERS
025500 01  WS-COUNTERS.
025600*    RUNHIST RECORDS FOR THE DATE, AND THOSE NOT YET REVERSED
025700     05  WS-HIST-DATE-COUNT          PIC 9(09) VALUE ZERO.
025800     05  WS-HIST-LIVE-COUNT          PIC 9(09) VALUE ZERO.
025900     05  WS-HIST-FLAGGED-COUNT       PIC 9(09) VALUE ZERO.
025910*    BALHIST BEFORE-IMAGES OF THE DATE FLAGGED REVERSED
025920     05  WS-IMAGE-FLAGGED-COUNT      PIC 9(09) VALUE ZERO.
026000     05  WS-MASTER-READ-COUNT        PIC 9(09) VALUE ZERO.
026100*    CUSTOMERS ALREADY POSTED PAST THE DATE - ANY AT ALL REFUSES
026200     05  WS-LATER-POST-COUNT         PIC 9(09) VALUE ZERO.
026300     05  WS-IMAGE-READ-COUNT         PIC 9(09) VALUE ZERO.
026400     05  WS-RESULT-READ-COUNT        PIC 9(09) VALUE ZERO.
026500     05  WS-RESULT-DATE-COUNT        PIC 9(09) VALUE ZERO.
026600*    REPEAT RESULTS FOR A CUSTOMER ON THE DATE - BALPOST SKIPPED
026700*    THEM AS ALREADY POSTED, SO THERE IS NOTHING TO TAKE BACK
026800     05  WS-RESULT-REPEAT-COUNT      PIC 9(09) VALUE ZERO.
026900*    RESULTS FOR A CUSTOMER THE MASTER DOES NOT SHOW POSTED UP TO
027000*    THE DATE - BALPOST NEVER POSTED THEM
027100     05  WS-RESULT-UNPOSTED-COUNT    PIC 9(09) VALUE ZERO.
027200     05  WS-PROBLEM-COUNT            PIC 9(09) VALUE ZERO.
027300     05  WS-RESTORED-COUNT           PIC 9(09) VALUE ZERO.
027400     05  WS-REMOVED-COUNT            PIC 9(09) VALUE ZERO.
027500     05  WS-KEYS-CLEARED-COUNT       PIC 9(09) VALUE ZERO.
027600*
027700*    THE CONTROL TOTALS OFF THE LATEST UNREVERSED RUN-HISTORY
027800*    RECORD FOR THE DATE - WHAT GLEXTR SENT TO THE LEDGER
027900 01  WS-DAY-VALUES.
028000     05  WS-DAY-TOTAL-ADD            PIC S9(11) VALUE ZERO.
028100     05  WS-DAY-TOTAL-SUB            PIC S9(11) VALUE ZERO.
028200     05  WS-DAY-TOTAL-MULT           PIC S9(11) VALUE ZERO.
028300     05  WS-DAY-TOTAL-DIV            PIC S9(11) VALUE ZERO.
028400*
028500*    ONE ENTRY PER CUSTOMER WHOSE LAST POSTED DATE IS THE DATE
028600*    BEING BACKED OUT - ITS BEFORE-IMAGE OFF BALHIST AND ITS
028700*    POSTED RESULT OFF RESOUT ARE FILLED IN BY THE LATER PASSES
028800 01  WS-REVERSAL-TABLE.
028900     05  WS-REV-COUNT                PIC 9(05) COMP VALUE ZERO.
029000     05  WS-REV-ENTRY OCCURS 5000 TIMES INDEXED BY REV-IDX.
029100         10  WS-REV-CUST-ID          PIC X(10).
029200         10  WS-REV-IMAGE-SWITCH     PIC X(01).
029300             88  WS-REV-IMAGE-FOUND  VALUE "Y".
029400         10  WS-REV-PRIOR-POST-DATE  PIC 9(08).
029500         10  WS-REV-PRIOR-OPEN-ADD   PIC S9(13).
029600         10  WS-REV-PRIOR-OPEN-SUB   PIC S9(13).
029700         10  WS-REV-PRIOR-OPEN-MULT  PIC S9(13).
029800         10  WS-REV-PRIOR-OPEN-DIV   PIC S9(13).
029900         10  WS-REV-RESULT-SWITCH    PIC X(01).
030000             88  WS-REV-RESULT-FOUND VALUE "Y".
030100         10  WS-REV-RES-ADD          PIC S9(09).
030200         10  WS-REV-RES-SUB          PIC S9(09).
030300         10  WS-REV-RES-MULT         PIC S9(09).
030400         10  WS-REV-RES-DIV          PIC S9(09).
030500*
030600*    THE REGISTER'S RUNNING TOTALS OF WHAT WAS TAKEN BACK OUT
030700 01  WS-BACKED-OUT-TOTALS.
030800     05  WS-BACKED-ADD               PIC S9(13) VALUE ZERO.
030900     05  WS-BACKED-SUB               PIC S9(13) VALUE ZERO.
031000     05  WS-BACKED-MULT              PIC S9(13) VALUE ZERO.
031100     05  WS-BACKED-DIV               PIC S9(13) VALUE ZERO.
031200*
031300*    THE JOURNAL LINE UNDER CONSTRUCTION - ACCOUNT, SIGNED
031400*    TOTAL, AND ITS MAGNITUDE FOR THE DEBIT/CREDIT SPLIT
031500 01  WS-GL-ACCOUNT                   PIC X(08) VALUE SPACES.
031600 01  WS-GL-DESCRIPTION               PIC X(30) VALUE SPACES.
031700 01  WS-GL-TOTAL                     PIC S9(11) VALUE ZERO.
031800 01  WS-GL-AMOUNT                    PIC 9(13) VALUE ZERO.
031900*
032000*    RUNNING JOURNAL CONTROLS - RECORD COUNT (TRAILER EXCLUDED),
032100*    DEBIT AND CREDIT TOTALS, AND THE HASH TOTAL
032200 01  WS-JOURNAL-CONTROLS.
032300     05  WS-GL-RECORD-COUNT          PIC 9(09) VALUE ZERO.
032400     05  WS-GL-DEBIT-TOTAL           PIC 9(13) VALUE ZERO.
032500     05  WS-GL-CREDIT-TOTAL          PIC 9(13) VALUE ZERO.
032600     05  WS-GL-HASH-TOTAL            PIC 9(13) VALUE ZERO.
032700*
032800*    REGISTER LINE LAYOUTS - ONE DETAIL LINE PER CUSTOMER TOUCHED,
032900*    SHOWING WHAT WAS TAKEN BACK OUT AND THE LAST POSTED DATE THE
033000*    CUSTOMER WAS RESTORED TO
033100 01  WS-REGISTER-COLUMN-HEADING.
033200     05  FILLER                      PIC X(21) VALUE
033300         "CUSTOMER    ACTION   ".
033400     05  FILLER                      PIC X(22) VALUE
033500         "  ADD BACK   SUB BACK ".
033600     05  FILLER                      PIC X(22) VALUE
033700         " MULT BACK   DIV BACK ".
033800     05  FILLER                      PIC X(15) VALUE
033900         "RESTORED TO".
034000 01  WS-REGISTER-DETAIL-LINE.
034100     05  RGD-CUST-ID                 PIC X(10).
034200     05  FILLER                      PIC X(02) VALUE SPACES.
034300     05  RGD-ACTION                  PIC X(08).
034400     05  FILLER                      PIC X(01) VALUE SPACES.
034500     05  RGD-ADD                     PIC -(09)9.
034600     05  FILLER                      PIC X(01) VALUE SPACES.
034700     05  RGD-SUB                     PIC -(09)9.
034800     05  FILLER                      PIC X(01) VALUE SPACES.
034900     05  RGD-MULT                    PIC -(09)9.
035000     05  FILLER                      PIC X(01) VALUE SPACES.
035100     05  RGD-DIV                     PIC -(09)9.
035200     05  FILLER                      PIC X(01) VALUE SPACES.
035300     05  RGD-RESTORED-DATE           PIC X(08).
035400     05  FILLER                      PIC X(07) VALUE SPACES.
035500*
035600*    WORK AREAS USED TO BUILD THE REGISTER TOTAL LINES
035700 01  WS-REV-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
035800 01  WS-REV-EDIT-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
035900 01  WS-REV-EDIT-DATE                PIC 9(08).
036000*
036100 PROCEDURE DIVISION.
036200*
036300 0000-MAINLINE.
036400     PERFORM 1000-INITIALIZE
036500         THRU 1000-INITIALIZE-EXIT.
036600     IF NOT WS-ABORT-RUN AND NOT WS-REVERSAL-REFUSED
036700         PERFORM 2000-VALIDATE-DATE
036800             THRU 2000-VALIDATE-DATE-EXIT
036900     END-IF.
037000     IF NOT WS-ABORT-RUN AND NOT WS-REVERSAL-REFUSED
037100         PERFORM 3000-REVERSE-BALANCES
037200             THRU 3000-REVERSE-BALANCES-EXIT
037300     END-IF.
037400     IF NOT WS-ABORT-RUN AND NOT WS-REVERSAL-REFUSED
037500         PERFORM 4000-WRITE-JOURNAL
037600             THRU 4000-WRITE-JOURNAL-EXIT
037700         PERFORM 5000-FLAG-RUN-HISTORY
037800             THRU 5000-FLAG-RUN-HISTORY-EXIT
037810         PERFORM 5200-FLAG-BALANCE-HISTORY
037820             THRU 5200-FLAG-BALANCE-HISTORY-EXIT
037900     END-IF.
038000     IF NOT WS-ABORT-RUN AND NOT WS-REVERSAL-REFUSED
038100         PERFORM 5500-APPEND-RUN-CONTROL
038200             THRU 5500-APPEND-RUN-CONTROL-EXIT
038300         PERFORM 6000-CLEAR-KEY-HISTORY
038400             THRU 6000-CLEAR-KEY-HISTORY-EXIT
038500         PERFORM 8000-REGISTER-TOTALS
038600             THRU 8000-REGISTER-TOTALS-EXIT
038700     END-IF.
038800     IF WS-REVERSAL-REFUSED
038900         PERFORM 8900-REFUSAL-REPORT
039000             THRU 8900-REFUSAL-REPORT-EXIT
039100     END-IF.
039200     PERFORM 9000-TERMINATE
039300         THRU 9000-TERMINATE-EXIT.
039400     GOBACK.
039500*
039600*    TAKES THE DATE OFF THE PARM AND OPENS THE REGISTER AND THE
039700*    BALANCE MASTER - A MISSING OR NON-NUMERIC DATE ABORTS THE
039800*    RUN, AS DOES A MASTER THAT CANNOT BE OPENED FOR UPDATE
039900 1000-INITIALIZE.
040000     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
040100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
040200     IF PARM-REVERSE-DATE IS NOT NUMERIC
040300             OR PARM-REVERSE-DATE = ZERO
040400         DISPLAY "BALREV: PARM POSITIONS 1-8 MUST CARRY THE"
040500             " BUSINESS DATE TO REVERSE (YYYYMMDD)"
040600         SET WS-ABORT-RUN TO TRUE
040700         GO TO 1000-INITIALIZE-EXIT
040800     END-IF.
040900     MOVE PARM-REVERSE-DATE TO WS-REVERSE-DATE.
041000     OPEN OUTPUT REGISTER-FILE.
041100     SET WS-REPORT-OPEN TO TRUE.
041200     PERFORM 7000-WRITE-REPORT-HEADING
041300         THRU 7000-WRITE-REPORT-HEADING-EXIT.
041400     OPEN I-O BALANCE-MASTER.
041500     IF NOT WS-BALANCE-OK
041600         DISPLAY "BALREV: UNABLE TO OPEN BALANCE-MASTER, FILE"
041700             " STATUS=" WS-BALANCE-STATUS
041800         SET WS-ABORT-RUN TO TRUE
041900         GO TO 1000-INITIALIZE-EXIT
042000     END-IF.
042100     SET WS-MASTER-OPEN TO TRUE.
042200 1000-INITIALIZE-EXIT.
042300     EXIT.
042400*
042500*    EVERY CHECK, IN ORDER, BEFORE ANYTHING IS CHANGED - THE
042600*    DATE MUST HAVE RUN AND NOT ALREADY BE REVERSED, ITS JOB MUST
042700*    NOT STILL BE RUNNING, NO MONTH-END SNAPSHOT MAY BE DATED ON
042800*    OR AFTER IT, NO CUSTOMER MAY BE POSTED PAST IT, AND EVERY
042900*    CUSTOMER POSTED UP TO IT MUST HAVE A BEFORE-IMAGE AND A
042910*    RESULT THAT TIE TO THE MASTER
043000 2000-VALIDATE-DATE.
043100     PERFORM 2100-CHECK-RUN-HISTORY
043200         THRU 2100-CHECK-RUN-HISTORY-EXIT.
043300     IF WS-REVERSAL-REFUSED OR WS-ABORT-RUN
043400         GO TO 2000-VALIDATE-DATE-EXIT
043500     END-IF.
043600     PERFORM 2200-CHECK-RUN-CONTROL
043700         THRU 2200-CHECK-RUN-CONTROL-EXIT.
043800     IF WS-REVERSAL-REFUSED OR WS-ABORT-RUN
043900         GO TO 2000-VALIDATE-DATE-EXIT
044000     END-IF.
044010     PERFORM 2250-CHECK-MONTH-END
044020         THRU 2250-CHECK-MONTH-END-EXIT.
044030     IF WS-REVERSAL-REFUSED OR WS-ABORT-RUN
044040         GO TO 2000-VALIDATE-DATE-EXIT
044050     END-IF.
044100     PERFORM 2300-SCAN-MASTER
044200         THRU 2300-SCAN-MASTER-EXIT.
044300     IF WS-REVERSAL-REFUSED OR WS-ABORT-RUN
044400         GO TO 2000-VALIDATE-DATE-EXIT
044500     END-IF.
044600     IF WS-REV-COUNT = ZERO
044700         MOVE "NO CUSTOMER ON BALMST IS POSTED UP TO THE DATE"
044800             TO REGISTER-LINE
044900         WRITE REGISTER-LINE
045000         GO TO 2000-VALIDATE-DATE-EXIT
045100     END-IF.
045200     PERFORM 2400-LOAD-BEFORE-IMAGES
045300         THRU 2400-LOAD-BEFORE-IMAGES-EXIT.
045400     IF WS-REVERSAL-REFUSED OR WS-ABORT-RUN
045500         GO TO 2000-VALIDATE-DATE-EXIT
045600     END-IF.
045700     PERFORM 2500-MATCH-RESULTS
045800         THRU 2500-MATCH-RESULTS-EXIT.
045900     IF WS-REVERSAL-REFUSED OR WS-ABORT-RUN
046000         GO TO 2000-VALIDATE-DATE-EXIT
046100     END-IF.
046200     SET REV-IDX TO 1.
046300     PERFORM 2600-PROVE-ONE-CUSTOMER
046400         THRU 2600-PROVE-ONE-CUSTOMER-EXIT
046500         UNTIL REV-IDX > WS-REV-COUNT OR WS-ABORT-RUN.
046600     IF WS-PROBLEM-COUNT > ZERO
046700         MOVE "CUSTOMERS CANNOT BE BACKED OUT - SEE REGISTER"
046800             TO WS-REFUSAL-REASON
046900         SET WS-REVERSAL-REFUSED TO TRUE
047000     END-IF.
047100 2000-VALIDATE-DATE-EXIT.
047200     EXIT.
047300*
047400*    THE DATE MUST HAVE AT LEAST ONE RUN-HISTORY RECORD THAT IS
047500*    NOT ALREADY REVERSED - THE LATEST SUCH RECORD CARRIES THE
047600*    CONTROL TOTALS GLEXTR SENT TO THE LEDGER
047700 2100-CHECK-RUN-HISTORY.
047800     OPEN INPUT RUN-HISTORY-FILE.
047900     IF NOT WS-RUN-HISTORY-OK
048000         MOVE "RUN HISTORY (RUNHIST) NOT AVAILABLE"
048100             TO WS-REFUSAL-REASON
048200         SET WS-REVERSAL-REFUSED TO TRUE
048300         GO TO 2100-CHECK-RUN-HISTORY-EXIT
048400     END-IF.
048500     MOVE "N" TO WS-EOF-SWITCH.
048600     PERFORM 2110-SCAN-ONE-HISTORY
048700         THRU 2110-SCAN-ONE-HISTORY-EXIT
048800         UNTIL WS-EOF.
048900     CLOSE RUN-HISTORY-FILE.
049000     IF WS-HIST-DATE-COUNT = ZERO
049100         MOVE "NO RUN-HISTORY RECORD - THE DATE NEVER RAN"
049200             TO WS-REFUSAL-REASON
049300         SET WS-REVERSAL-REFUSED TO TRUE
049400         GO TO 2100-CHECK-RUN-HISTORY-EXIT
049500     END-IF.
049600     IF WS-HIST-LIVE-COUNT = ZERO
049700         MOVE "THE DATE HAS ALREADY BEEN REVERSED"
049800             TO WS-REFUSAL-REASON
049900         SET WS-REVERSAL-REFUSED TO TRUE
050000     END-IF.
050100 2100-CHECK-RUN-HISTORY-EXIT.
050200     EXIT.
050300*
050400 2110-SCAN-ONE-HISTORY.
050500     READ RUN-HISTORY-FILE
050600         AT END
050700             SET WS-EOF TO TRUE
050800     END-READ.
050900     IF NOT WS-EOF
051000         IF RHS-BUSINESS-DATE = WS-REVERSE-DATE
051100             ADD 1 TO WS-HIST-DATE-COUNT
051200             IF NOT RHS-REVERSED
051300                 ADD 1 TO WS-HIST-LIVE-COUNT
051400                 MOVE RHS-TOTAL-ADD TO WS-DAY-TOTAL-ADD
051500                 MOVE RHS-TOTAL-SUB TO WS-DAY-TOTAL-SUB
051600                 MOVE RHS-TOTAL-MULT TO WS-DAY-TOTAL-MULT
051700                 MOVE RHS-TOTAL-DIV TO WS-DAY-TOTAL-DIV
051800             END-IF
051900         END-IF
052000     END-IF.
052100 2110-SCAN-ONE-HISTORY-EXIT.
052200     EXIT.
052300*
052400*    THE LATEST RUN-CONTROL RECORD FOR THE DATE MUST NOT SHOW THE
052500*    JOB STILL RUNNING. AN UNREADABLE LOG REFUSES THE REVERSAL -
052600*    THE CHECK CANNOT BE TRUSTED WITHOUT IT
052700 2200-CHECK-RUN-CONTROL.
052800     OPEN INPUT RUN-CONTROL-FILE.
052900     IF NOT WS-RUN-CONTROL-OK
053000         MOVE "RUN-CONTROL LOG (RUNCTL) UNREADABLE"
053100             TO WS-REFUSAL-REASON
053200         SET WS-REVERSAL-REFUSED TO TRUE
053300         GO TO 2200-CHECK-RUN-CONTROL-EXIT
053400     END-IF.
053500     MOVE "N" TO WS-EOF-SWITCH.
053600     PERFORM 2210-SCAN-ONE-CONTROL
053700         THRU 2210-SCAN-ONE-CONTROL-EXIT
053800         UNTIL WS-EOF.
053900     CLOSE RUN-CONTROL-FILE.
054000     IF WS-PRIOR-RUNNING
054100         MOVE "THE DATE'S JOB IS STILL RUNNING (RUNCTL)"
054200             TO WS-REFUSAL-REASON
054300         SET WS-REVERSAL-REFUSED TO TRUE
054400     END-IF.
054500 2200-CHECK-RUN-CONTROL-EXIT.
054600     EXIT.
054700*
054800 2210-SCAN-ONE-CONTROL.
054900     READ RUN-CONTROL-FILE
055000         AT END
055100             SET WS-EOF TO TRUE
055200     END-READ.
055300     IF NOT WS-EOF
055400         IF RCT-BUSINESS-DATE = WS-REVERSE-DATE
055500             MOVE RCT-STATUS TO WS-PRIOR-STATUS
055600         END-IF
055700     END-IF.
055800 2210-SCAN-ONE-CONTROL-EXIT.
055900     EXIT.
056000*
056002*    NO MONTH-END SNAPSHOT MAY BE DATED ON OR AFTER THE DATE -
056004*    IT CARRIES THE DATE'S POSTINGS IN ITS FIGURES, AND BACKING
056006*    THE DATE OUT UNDER IT WOULD LEAVE THE SNAPSHOT DISAGREEING
056008*    WITH BALMST. MEHIST IS IN SNAPSHOT-DATE ORDER, SO THE FIRST
056010*    RECORD AT OR PAST THE DATE DECIDES IT. A MISSING FILE MEANS
056012*    NO SNAPSHOT WAS EVER TAKEN; AN UNREADABLE ONE REFUSES THE
056014*    REVERSAL - THE CHECK CANNOT BE TRUSTED WITHOUT IT
056016 2250-CHECK-MONTH-END.
056018     OPEN INPUT MONTH-END-HISTORY.
056020     IF NOT WS-MONTH-END-OK
056022         MOVE "MONTH-END HISTORY (MEHIST) UNREADABLE"
056024             TO WS-REFUSAL-REASON
056026         SET WS-REVERSAL-REFUSED TO TRUE
056028         GO TO 2250-CHECK-MONTH-END-EXIT
056030     END-IF.
056032     IF WS-MONTH-END-NOT-THERE
056034         CLOSE MONTH-END-HISTORY
056036         GO TO 2250-CHECK-MONTH-END-EXIT
056038     END-IF.
056040     MOVE WS-REVERSE-DATE TO MEH-SNAP-DATE.
056042     MOVE LOW-VALUES TO MEH-CUST-ID.
056044     START MONTH-END-HISTORY
056046         KEY IS NOT LESS THAN MEH-KEY
056048         INVALID KEY
056050             CLOSE MONTH-END-HISTORY
056052             GO TO 2250-CHECK-MONTH-END-EXIT
056054     END-START.
056056     READ MONTH-END-HISTORY NEXT RECORD
056058         AT END
056060             CLOSE MONTH-END-HISTORY
056062             GO TO 2250-CHECK-MONTH-END-EXIT
056064     END-READ.
056066     CLOSE MONTH-END-HISTORY.
056068     MOVE SPACES TO REGISTER-LINE.
056070     STRING "MONTH-END SNAPSHOT DATED " DELIMITED BY SIZE
056072             MEH-SNAP-DATE DELIMITED BY SIZE
056074             " IS ON MEHIST" DELIMITED BY SIZE
056076             INTO REGISTER-LINE.
056078     WRITE REGISTER-LINE.
056080     MOVE "SNAPSHOT ON MEHIST - BACK OUT OR RETAKE IT FIRST"
056082         TO WS-REFUSAL-REASON.
056084     SET WS-REVERSAL-REFUSED TO TRUE.
056086 2250-CHECK-MONTH-END-EXIT.
056088     EXIT.
056090*
056100*    READS THE WHOLE BALANCE MASTER IN KEY ORDER - A CUSTOMER
056200*    POSTED PAST THE DATE IS LISTED AND REFUSES THE REVERSAL, A
056300*    CUSTOMER POSTED UP TO THE DATE IS TABLED FOR BACKING OUT
056400 2300-SCAN-MASTER.
056500     MOVE "N" TO WS-EOF-SWITCH.
056600     MOVE LOW-VALUES TO BAL-CUST-ID.
056700     START BALANCE-MASTER
056800         KEY IS NOT LESS THAN BAL-CUST-ID
056900         INVALID KEY
057000             GO TO 2300-SCAN-MASTER-EXIT
057100     END-START.
057200     PERFORM 2310-READ-NEXT-MASTER
057300         THRU 2310-READ-NEXT-MASTER-EXIT.
057400     PERFORM 2320-JUDGE-ONE-MASTER
057500         THRU 2320-JUDGE-ONE-MASTER-EXIT
057600         UNTIL WS-EOF OR WS-ABORT-RUN.
057700     IF WS-LATER-POST-COUNT > ZERO
057800         MOVE "LATER POSTINGS ON BALMST - BACK THEM OUT FIRST"
057900             TO WS-REFUSAL-REASON
058000         SET WS-REVERSAL-REFUSED TO TRUE
058100     END-IF.
058200 2300-SCAN-MASTER-EXIT.
058300     EXIT.
058400*
058500 2310-READ-NEXT-MASTER.
058600     READ BALANCE-MASTER NEXT RECORD
058700         AT END
058800             SET WS-EOF TO TRUE
058900     END-READ.
059000 2310-READ-NEXT-MASTER-EXIT.
059100     EXIT.
059200*
059300 2320-JUDGE-ONE-MASTER.
059400     ADD 1 TO WS-MASTER-READ-COUNT.
059500     IF BAL-LAST-POST-DATE > WS-REVERSE-DATE
059600         ADD 1 TO WS-LATER-POST-COUNT
059700         MOVE SPACES TO REGISTER-LINE
059800         STRING BAL-CUST-ID DELIMITED BY SIZE
059900                 "  LATER POSTING - LAST POSTED "
060000                 DELIMITED BY SIZE
060100                 BAL-LAST-POST-DATE DELIMITED BY SIZE
060200                 INTO REGISTER-LINE
060300         WRITE REGISTER-LINE
060400     ELSE
060500         IF BAL-LAST-POST-DATE = WS-REVERSE-DATE
060600             PERFORM 2330-TABLE-CUSTOMER
060700                 THRU 2330-TABLE-CUSTOMER-EXIT
060800         END-IF
060900     END-IF.
061000     PERFORM 2310-READ-NEXT-MASTER
061100         THRU 2310-READ-NEXT-MASTER-EXIT.
061200 2320-JUDGE-ONE-MASTER-EXIT.
061300     EXIT.
061400*
061500 2330-TABLE-CUSTOMER.
061600     IF WS-REV-COUNT >= 5000
061700         DISPLAY "BALREV: REVERSAL TABLE FULL - RUN ABORTED"
061800         SET WS-ABORT-RUN TO TRUE
061900         GO TO 2330-TABLE-CUSTOMER-EXIT
062000     END-IF.
062100     ADD 1 TO WS-REV-COUNT.
062200     SET REV-IDX TO WS-REV-COUNT.
062300     MOVE BAL-CUST-ID TO WS-REV-CUST-ID (REV-IDX).
062400     MOVE "N" TO WS-REV-IMAGE-SWITCH (REV-IDX).
062500     MOVE "N" TO WS-REV-RESULT-SWITCH (REV-IDX).
062600     MOVE ZERO TO WS-REV-PRIOR-POST-DATE (REV-IDX).
062700     MOVE ZERO TO WS-REV-PRIOR-OPEN-ADD (REV-IDX).
062800     MOVE ZERO TO WS-REV-PRIOR-OPEN-SUB (REV-IDX).
062900     MOVE ZERO TO WS-REV-PRIOR-OPEN-MULT (REV-IDX).
063000     MOVE ZERO TO WS-REV-PRIOR-OPEN-DIV (REV-IDX).
063100     MOVE ZERO TO WS-REV-RES-ADD (REV-IDX).
063200     MOVE ZERO TO WS-REV-RES-SUB (REV-IDX).
063300     MOVE ZERO TO WS-REV-RES-MULT (REV-IDX).
063400     MOVE ZERO TO WS-REV-RES-DIV (REV-IDX).
063500 2330-TABLE-CUSTOMER-EXIT.
063600     EXIT.
063700*
063800*    PICKS UP THE DATE'S BEFORE-IMAGE FOR EVERY TABLED CUSTOMER -
063900*    IMAGES OF AN EARLIER POSTING OF THE DATE THAT WAS BACKED OUT
064000*    ARE FLAGGED REVERSED AND PASSED OVER
064100 2400-LOAD-BEFORE-IMAGES.
064200     OPEN INPUT BALANCE-HISTORY-FILE.
064300     IF NOT WS-BALANCE-HISTORY-OK
064400         MOVE "POSTING HISTORY (BALHIST) NOT AVAILABLE"
064500             TO WS-REFUSAL-REASON
064600         SET WS-REVERSAL-REFUSED TO TRUE
064700         GO TO 2400-LOAD-BEFORE-IMAGES-EXIT
064800     END-IF.
064900     MOVE "N" TO WS-EOF-SWITCH.
065000     PERFORM 2410-MATCH-ONE-IMAGE
065100         THRU 2410-MATCH-ONE-IMAGE-EXIT
065200         UNTIL WS-EOF.
065300     CLOSE BALANCE-HISTORY-FILE.
065400 2400-LOAD-BEFORE-IMAGES-EXIT.
065500     EXIT.
065600*
065700 2410-MATCH-ONE-IMAGE.
065800     READ BALANCE-HISTORY-FILE
065900         AT END
066000             SET WS-EOF TO TRUE
066100             GO TO 2410-MATCH-ONE-IMAGE-EXIT
066200     END-READ.
066300     ADD 1 TO WS-IMAGE-READ-COUNT.
066400     IF BHS-POST-DATE NOT = WS-REVERSE-DATE OR BHS-REVERSED
066500         GO TO 2410-MATCH-ONE-IMAGE-EXIT
066600     END-IF.
066700     MOVE BHS-CUST-ID TO BAL-CUST-ID.
066800     PERFORM 2900-FIND-CUSTOMER
066900         THRU 2900-FIND-CUSTOMER-EXIT.
067000     IF WS-ENTRY-FOUND
067100         MOVE "Y" TO WS-REV-IMAGE-SWITCH (REV-IDX)
067200         MOVE BHS-PRIOR-POST-DATE
067300             TO WS-REV-PRIOR-POST-DATE (REV-IDX)
067400         MOVE BHS-PRIOR-OPEN-ADD
067500             TO WS-REV-PRIOR-OPEN-ADD (REV-IDX)
067600         MOVE BHS-PRIOR-OPEN-SUB
067700             TO WS-REV-PRIOR-OPEN-SUB (REV-IDX)
067800         MOVE BHS-PRIOR-OPEN-MULT
067900             TO WS-REV-PRIOR-OPEN-MULT (REV-IDX)
068000         MOVE BHS-PRIOR-OPEN-DIV
068100             TO WS-REV-PRIOR-OPEN-DIV (REV-IDX)
068200     END-IF.
068300 2410-MATCH-ONE-IMAGE-EXIT.
068400     EXIT.
068500*
068600*    PICKS UP THE DATE'S RESULT FOR EVERY TABLED CUSTOMER - ONLY
068700*    THE FIRST RESULT FOR A CUSTOMER POSTED (BALPOST SKIPS THE
068800*    REST AS ALREADY POSTED), SO ONLY THE FIRST IS TAKEN BACK
068900 2500-MATCH-RESULTS.
069000     OPEN INPUT RESULT-FILE.
069100     IF NOT WS-RESULT-OK
069200         MOVE "RESULTS FILE (RESOUT) NOT AVAILABLE"
069300             TO WS-REFUSAL-REASON
069400         SET WS-REVERSAL-REFUSED TO TRUE
069500         GO TO 2500-MATCH-RESULTS-EXIT
069600     END-IF.
069700     MOVE "N" TO WS-EOF-SWITCH.
069800     PERFORM 2510-MATCH-ONE-RESULT
069900         THRU 2510-MATCH-ONE-RESULT-EXIT
070000         UNTIL WS-EOF.
070100     CLOSE RESULT-FILE.
070200 2500-MATCH-RESULTS-EXIT.
070300     EXIT.
070400*
070500 2510-MATCH-ONE-RESULT.
070600     READ RESULT-FILE
070700         AT END
070800             SET WS-EOF TO TRUE
070900             GO TO 2510-MATCH-ONE-RESULT-EXIT
071000     END-READ.
071100     ADD 1 TO WS-RESULT-READ-COUNT.
071200     IF RES-OUT-DATE NOT = WS-REVERSE-DATE
071300         GO TO 2510-MATCH-ONE-RESULT-EXIT
071400     END-IF.
071500     ADD 1 TO WS-RESULT-DATE-COUNT.
071600     MOVE RES-OUT-KEY TO BAL-CUST-ID.
071700     PERFORM 2900-FIND-CUSTOMER
071800         THRU 2900-FIND-CUSTOMER-EXIT.
071900     IF NOT WS-ENTRY-FOUND
072000         ADD 1 TO WS-RESULT-UNPOSTED-COUNT
072100         GO TO 2510-MATCH-ONE-RESULT-EXIT
072200     END-IF.
072300     IF WS-REV-RESULT-FOUND (REV-IDX)
072400         ADD 1 TO WS-RESULT-REPEAT-COUNT
072500         GO TO 2510-MATCH-ONE-RESULT-EXIT
072600     END-IF.
072700     MOVE "Y" TO WS-REV-RESULT-SWITCH (REV-IDX).
072800     MOVE RES-OUT-ADD TO WS-REV-RES-ADD (REV-IDX).
072900     MOVE RES-OUT-SUB TO WS-REV-RES-SUB (REV-IDX).
073000     MOVE RES-OUT-MULT TO WS-REV-RES-MULT (REV-IDX).
073100     MOVE RES-OUT-DIV TO WS-REV-RES-DIV (REV-IDX).
073200 2510-MATCH-ONE-RESULT-EXIT.
073300     EXIT.
073400*
073500*    ONE TABLED CUSTOMER MUST HAVE A BEFORE-IMAGE AND A RESULT,
073600*    AND ITS POSITION LESS THE RESULT MUST EQUAL ITS OPENING -
073700*    OTHERWISE THE MASTER WAS CHANGED SINCE THE POSTING AND THE
073800*    CUSTOMER IS LISTED AS A PROBLEM
073900 2600-PROVE-ONE-CUSTOMER.
074000     MOVE "N" TO WS-PROBLEM-SWITCH.
074100     MOVE SPACES TO WS-REFUSAL-REASON.
074200     IF NOT WS-REV-IMAGE-FOUND (REV-IDX)
074300         MOVE "NO BEFORE-IMAGE ON BALHIST" TO WS-REFUSAL-REASON
074400         SET WS-CUSTOMER-PROBLEM TO TRUE
074500         GO TO 2600-PROVE-ONE-CUSTOMER-LIST
074600     END-IF.
074700     IF NOT WS-REV-RESULT-FOUND (REV-IDX)
074800         MOVE "NO RESULT ON RESOUT FOR THE DATE"
074900             TO WS-REFUSAL-REASON
075000         SET WS-CUSTOMER-PROBLEM TO TRUE
075100         GO TO 2600-PROVE-ONE-CUSTOMER-LIST
075200     END-IF.
075300     MOVE WS-REV-CUST-ID (REV-IDX) TO BAL-CUST-ID.
075400     READ BALANCE-MASTER
075500         INVALID KEY
075600             DISPLAY "BALREV: KEYED READ FAILED FOR "
075700                 BAL-CUST-ID " STATUS=" WS-BALANCE-STATUS
075800             SET WS-ABORT-RUN TO TRUE
075900             GO TO 2600-PROVE-ONE-CUSTOMER-EXIT
076000     END-READ.
076100     IF BAL-TOT-ADD - WS-REV-RES-ADD (REV-IDX) NOT = BAL-OPEN-ADD
076200             OR BAL-TOT-SUB - WS-REV-RES-SUB (REV-IDX)
076300                 NOT = BAL-OPEN-SUB
076400             OR BAL-TOT-MULT - WS-REV-RES-MULT (REV-IDX)
076500                 NOT = BAL-OPEN-MULT
076600             OR BAL-TOT-DIV - WS-REV-RES-DIV (REV-IDX)
076700                 NOT = BAL-OPEN-DIV
076800         MOVE "POSITION LESS RESULT DOES NOT TIE TO OPENING"
076900             TO WS-REFUSAL-REASON
077000         SET WS-CUSTOMER-PROBLEM TO TRUE
077100     END-IF.
077200 2600-PROVE-ONE-CUSTOMER-LIST.
077300     IF WS-CUSTOMER-PROBLEM
077400         ADD 1 TO WS-PROBLEM-COUNT
077500         MOVE SPACES TO REGISTER-LINE
077600         STRING WS-REV-CUST-ID (REV-IDX) DELIMITED BY SIZE
077700                 "  CANNOT BACK OUT - " DELIMITED BY SIZE
077800                 WS-REFUSAL-REASON DELIMITED BY SIZE
077900                 INTO REGISTER-LINE
078000         WRITE REGISTER-LINE
078100     END-IF.
078200     MOVE SPACES TO WS-REFUSAL-REASON.
078300     SET REV-IDX UP BY 1.
078400 2600-PROVE-ONE-CUSTOMER-EXIT.
078500     EXIT.
078600*
078700*    LOOKS THE CUSTOMER IN BAL-CUST-ID UP ON THE REVERSAL TABLE -
078800*    REV-IDX IS LEFT ON THE ENTRY WHEN IT IS FOUND
078900 2900-FIND-CUSTOMER.
079000     MOVE "N" TO WS-FOUND-SWITCH.
079100     SET REV-IDX TO 1.
079200     SEARCH WS-REV-ENTRY
079300         AT END
079400             CONTINUE
079500         WHEN REV-IDX > WS-REV-COUNT
079600             CONTINUE
079700         WHEN WS-REV-CUST-ID (REV-IDX) = BAL-CUST-ID
079800             SET WS-ENTRY-FOUND TO TRUE
079900     END-SEARCH.
080000 2900-FIND-CUSTOMER-EXIT.
080100     EXIT.
080200*
080300*    BACKS EVERY TABLED CUSTOMER OUT OF THE MASTER AND LISTS IT
080400*    ON THE REGISTER
080500 3000-REVERSE-BALANCES.
080600     IF WS-REV-COUNT = ZERO
080700         GO TO 3000-REVERSE-BALANCES-EXIT
080800     END-IF.
080900     MOVE WS-REGISTER-COLUMN-HEADING TO REGISTER-LINE.
081000     WRITE REGISTER-LINE.
081100     SET REV-IDX TO 1.
081200     PERFORM 3100-REVERSE-ONE-CUSTOMER
081300         THRU 3100-REVERSE-ONE-CUSTOMER-EXIT
081400         UNTIL REV-IDX > WS-REV-COUNT OR WS-ABORT-RUN.
081500 3000-REVERSE-BALANCES-EXIT.
081600     EXIT.
081700*
081800*    ONE CUSTOMER - THE RESULT COMES BACK OFF THE TOTALS AND THE
081900*    BEFORE-IMAGE GOES BACK INTO THE OPENING FIELDS AND LAST
082000*    POSTED DATE. A CUSTOMER THE DATE CREATED HAD NO POSITION
082100*    BEFORE IT AND IS REMOVED
082200 3100-REVERSE-ONE-CUSTOMER.
082300     MOVE WS-REV-CUST-ID (REV-IDX) TO BAL-CUST-ID.
082400     READ BALANCE-MASTER
082500         INVALID KEY
082600             DISPLAY "BALREV: KEYED READ FAILED FOR "
082700                 BAL-CUST-ID " STATUS=" WS-BALANCE-STATUS
082800             SET WS-ABORT-RUN TO TRUE
082900             GO TO 3100-REVERSE-ONE-CUSTOMER-EXIT
083000     END-READ.
083100     MOVE SPACES TO WS-REGISTER-DETAIL-LINE.
083200     IF WS-REV-PRIOR-POST-DATE (REV-IDX) = ZERO
083300         DELETE BALANCE-MASTER RECORD
083400             INVALID KEY
083500                 DISPLAY "BALREV: KEYED DELETE FAILED FOR "
083600                     BAL-CUST-ID " STATUS=" WS-BALANCE-STATUS
083700                 SET WS-ABORT-RUN TO TRUE
083800                 GO TO 3100-REVERSE-ONE-CUSTOMER-EXIT
083900         END-DELETE
084000         SET WS-UPDATE-STARTED TO TRUE
084100         ADD 1 TO WS-REMOVED-COUNT
084200         MOVE "REMOVED" TO RGD-ACTION
084300         MOVE "NONE" TO RGD-RESTORED-DATE
084400     ELSE
084500         SUBTRACT WS-REV-RES-ADD (REV-IDX) FROM BAL-TOT-ADD
084600         SUBTRACT WS-REV-RES-SUB (REV-IDX) FROM BAL-TOT-SUB
084700         SUBTRACT WS-REV-RES-MULT (REV-IDX) FROM BAL-TOT-MULT
084800         SUBTRACT WS-REV-RES-DIV (REV-IDX) FROM BAL-TOT-DIV
084900         MOVE WS-REV-PRIOR-OPEN-ADD (REV-IDX) TO BAL-OPEN-ADD
085000         MOVE WS-REV-PRIOR-OPEN-SUB (REV-IDX) TO BAL-OPEN-SUB
085100         MOVE WS-REV-PRIOR-OPEN-MULT (REV-IDX) TO BAL-OPEN-MULT
085200         MOVE WS-REV-PRIOR-OPEN-DIV (REV-IDX) TO BAL-OPEN-DIV
085300         MOVE WS-REV-PRIOR-POST-DATE (REV-IDX)
085400             TO BAL-LAST-POST-DATE
085500         REWRITE BALANCE-RECORD
085600             INVALID KEY
085700                 DISPLAY "BALREV: KEYED REWRITE FAILED FOR "
085800                     BAL-CUST-ID " STATUS=" WS-BALANCE-STATUS
085900                 SET WS-ABORT-RUN TO TRUE
086000                 GO TO 3100-REVERSE-ONE-CUSTOMER-EXIT
086100         END-REWRITE
086200         SET WS-UPDATE-STARTED TO TRUE
086300         ADD 1 TO WS-RESTORED-COUNT
086400         MOVE "RESTORED" TO RGD-ACTION
086500         MOVE WS-REV-PRIOR-POST-DATE (REV-IDX) TO WS-REV-EDIT-DATE
086600         MOVE WS-REV-EDIT-DATE TO RGD-RESTORED-DATE
086700     END-IF.
086800     ADD WS-REV-RES-ADD (REV-IDX) TO WS-BACKED-ADD.
086900     ADD WS-REV-RES-SUB (REV-IDX) TO WS-BACKED-SUB.
087000     ADD WS-REV-RES-MULT (REV-IDX) TO WS-BACKED-MULT.
087100     ADD WS-REV-RES-DIV (REV-IDX) TO WS-BACKED-DIV.
087200     MOVE WS-REV-CUST-ID (REV-IDX) TO RGD-CUST-ID.
087300     MOVE WS-REV-RES-ADD (REV-IDX) TO RGD-ADD.
087400     MOVE WS-REV-RES-SUB (REV-IDX) TO RGD-SUB.
087500     MOVE WS-REV-RES-MULT (REV-IDX) TO RGD-MULT.
087600     MOVE WS-REV-RES-DIV (REV-IDX) TO RGD-DIV.
087700     MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-LINE.
087800     WRITE REGISTER-LINE.
087900     SET REV-IDX UP BY 1.
088000 3100-REVERSE-ONE-CUSTOMER-EXIT.
088100     EXIT.
088200*
088300*    THE REVERSING JOURNAL - THE SAME FOUR CONTROL TOTALS GLEXTR
088400*    SENT FOR THE DATE, EACH PAIR POSTED THE OTHER WAY ROUND, AND
088500*    A TRAILER. THE BRANCH MEMO LINES ARE STATISTICAL ONLY AND
088600*    ARE NOT REVERSED. PARM POSITION 9 "N" SKIPS THE JOURNAL FOR
088700*    A DATE THE LEDGER NEVER RECEIVED. THE JOURNAL IS NUMBERED
088710*    AND LOGGED ON GLJLOG FOR THE LEDGER TO ACKNOWLEDGE
088800 4000-WRITE-JOURNAL.
088900     IF PARM-NO-JOURNAL
089000         MOVE "REVERSING JOURNAL SUPPRESSED BY PARM - NO GLINT"
089100             TO REGISTER-LINE
089200         WRITE REGISTER-LINE
089300         GO TO 4000-WRITE-JOURNAL-EXIT
089400     END-IF.
089410     PERFORM 4050-NEXT-JOURNAL-SEQ
089420         THRU 4050-NEXT-JOURNAL-SEQ-EXIT.
089500     OPEN OUTPUT JOURNAL-FILE.
089600     MOVE "CTL-ADD " TO WS-GL-ACCOUNT.
089700     MOVE "REVERSE DAILY RES-ADD TOTAL" TO WS-GL-DESCRIPTION.
089800     MOVE WS-DAY-TOTAL-ADD TO WS-GL-TOTAL.
089900     PERFORM 4100-REVERSE-ONE-TOTAL
090000         THRU 4100-REVERSE-ONE-TOTAL-EXIT.
090100     MOVE "CTL-SUB " TO WS-GL-ACCOUNT.
090200     MOVE "REVERSE DAILY RES-SUB TOTAL" TO WS-GL-DESCRIPTION.
090300     MOVE WS-DAY-TOTAL-SUB TO WS-GL-TOTAL.
090400     PERFORM 4100-REVERSE-ONE-TOTAL
090500         THRU 4100-REVERSE-ONE-TOTAL-EXIT.
090600     MOVE "CTL-MULT" TO WS-GL-ACCOUNT.
090700     MOVE "REVERSE DAILY RES-MULT TOTAL" TO WS-GL-DESCRIPTION.
090800     MOVE WS-DAY-TOTAL-MULT TO WS-GL-TOTAL.
090900     PERFORM 4100-REVERSE-ONE-TOTAL
091000         THRU 4100-REVERSE-ONE-TOTAL-EXIT.
091100     MOVE "CTL-DIV " TO WS-GL-ACCOUNT.
091200     MOVE "REVERSE DAILY RES-DIV TOTAL" TO WS-GL-DESCRIPTION.
091300     MOVE WS-DAY-TOTAL-DIV TO WS-GL-TOTAL.
091400     PERFORM 4100-REVERSE-ONE-TOTAL
091500         THRU 4100-REVERSE-ONE-TOTAL-EXIT.
091600     PERFORM 4300-WRITE-TRAILER
091700         THRU 4300-WRITE-TRAILER-EXIT.
091800     CLOSE JOURNAL-FILE.
091810     IF WS-LOG-OPEN
091820         PERFORM 4400-LOG-JOURNAL
091830             THRU 4400-LOG-JOURNAL-EXIT
091840         CLOSE JOURNAL-LOG-FILE
091850     END-IF.
091900 4000-WRITE-JOURNAL-EXIT.
092000     EXIT.
092100*
092101*    THE NEXT JOURNAL NUMBER FOR THE DATE OFF THE JOURNAL LOG. A
092102*    LOG THAT CANNOT BE OPENED, OR A DATE THAT HAS RUN OUT OF
092103*    NUMBERS, ONLY WARNS - THE BALANCES ARE ALREADY REVERSED AND
092104*    THE JOURNAL STILL GOES OUT, UNNUMBERED AND UNLOGGED
092105 4050-NEXT-JOURNAL-SEQ.
092106     MOVE ZERO TO WS-JOURNAL-SEQ.
092107     OPEN I-O JOURNAL-LOG-FILE.
092108     IF NOT WS-LOG-OK
092109         DISPLAY "BALREV: UNABLE TO OPEN JOURNAL-LOG-FILE, FILE"
092110             " STATUS=" WS-LOG-STATUS
092111         MOVE "WARNING - REVERSING JOURNAL NOT LOGGED ON GLJLOG"
092112             TO REGISTER-LINE
092113         WRITE REGISTER-LINE
092114         SET WS-RUN-WARNING TO TRUE
092115         GO TO 4050-NEXT-JOURNAL-SEQ-EXIT
092116     END-IF.
092117     MOVE WS-REVERSE-DATE TO JLG-BUSINESS-DATE.
092118     MOVE ZERO TO JLG-JOURNAL-SEQ.
092119     MOVE "N" TO WS-LOG-EOF-SWITCH.
092120     START JOURNAL-LOG-FILE
092121         KEY IS NOT LESS THAN JLG-KEY
092122         INVALID KEY
092123             SET WS-LOG-EOF TO TRUE
092124     END-START.
092125     PERFORM 4060-SCAN-DATE-JOURNAL
092126         THRU 4060-SCAN-DATE-JOURNAL-EXIT
092127         UNTIL WS-LOG-EOF.
092128     IF WS-JOURNAL-SEQ = 99
092129         MOVE ZERO TO WS-JOURNAL-SEQ
092130         MOVE "WARNING - 99 JOURNALS FOR THE DATE, NOT LOGGED"
092131             TO REGISTER-LINE
092132         WRITE REGISTER-LINE
092133         SET WS-RUN-WARNING TO TRUE
092134         CLOSE JOURNAL-LOG-FILE
092135         GO TO 4050-NEXT-JOURNAL-SEQ-EXIT
092136     END-IF.
092137     ADD 1 TO WS-JOURNAL-SEQ.
092138     SET WS-LOG-OPEN TO TRUE.
092139 4050-NEXT-JOURNAL-SEQ-EXIT.
092140     EXIT.
092141*
092142 4060-SCAN-DATE-JOURNAL.
092143     READ JOURNAL-LOG-FILE NEXT RECORD
092144         AT END
092145             SET WS-LOG-EOF TO TRUE
092146             GO TO 4060-SCAN-DATE-JOURNAL-EXIT
092147     END-READ.
092148     IF JLG-BUSINESS-DATE NOT = WS-REVERSE-DATE
092149         SET WS-LOG-EOF TO TRUE
092150         GO TO 4060-SCAN-DATE-JOURNAL-EXIT
092151     END-IF.
092152     MOVE JLG-JOURNAL-SEQ TO WS-JOURNAL-SEQ.
092153 4060-SCAN-DATE-JOURNAL-EXIT.
092154     EXIT.
092155*
092200*    ONE CONTROL TOTAL AS A BALANCED PAIR, THE MIRROR OF GLEXTR -
092300*    A POSITIVE TOTAL NOW CREDITS ITS CONTROL ACCOUNT AND DEBITS
092400*    THE CLEARING ACCOUNT; A NEGATIVE TOTAL THE OTHER WAY ROUND
092500 4100-REVERSE-ONE-TOTAL.
092600     IF WS-GL-TOTAL < ZERO
092700         COMPUTE WS-GL-AMOUNT = WS-GL-TOTAL * -1
092800     ELSE
092900         MOVE WS-GL-TOTAL TO WS-GL-AMOUNT
093000     END-IF.
093100     MOVE SPACES TO JOURNAL-RECORD.
093200     MOVE "D" TO GLJ-RECORD-TYPE.
093300     MOVE WS-REVERSE-DATE TO GLJ-BUSINESS-DATE.
093400     MOVE WS-GL-ACCOUNT TO GLJ-ACCOUNT.
093500     MOVE WS-GL-DESCRIPTION TO GLJ-DESCRIPTION.
093600     IF WS-GL-TOTAL < ZERO
093700         MOVE WS-GL-AMOUNT TO GLJ-DEBIT-AMOUNT
093800         MOVE ZERO TO GLJ-CREDIT-AMOUNT
093900     ELSE
094000         MOVE ZERO TO GLJ-DEBIT-AMOUNT
094100         MOVE WS-GL-AMOUNT TO GLJ-CREDIT-AMOUNT
094200     END-IF.
094300     PERFORM 4150-WRITE-JOURNAL-LINE
094400         THRU 4150-WRITE-JOURNAL-LINE-EXIT.
094500     MOVE SPACES TO JOURNAL-RECORD.
094600     MOVE "D" TO GLJ-RECORD-TYPE.
094700     MOVE WS-REVERSE-DATE TO GLJ-BUSINESS-DATE.
094800     MOVE "DAYCLEAR" TO GLJ-ACCOUNT.
094900     MOVE WS-GL-DESCRIPTION TO GLJ-DESCRIPTION.
095000     IF WS-GL-TOTAL < ZERO
095100         MOVE ZERO TO GLJ-DEBIT-AMOUNT
095200         MOVE WS-GL-AMOUNT TO GLJ-CREDIT-AMOUNT
095300     ELSE
095400         MOVE WS-GL-AMOUNT TO GLJ-DEBIT-AMOUNT
095500         MOVE ZERO TO GLJ-CREDIT-AMOUNT
095600     END-IF.
095700     PERFORM 4150-WRITE-JOURNAL-LINE
095800         THRU 4150-WRITE-JOURNAL-LINE-EXIT.
095900 4100-REVERSE-ONE-TOTAL-EXIT.
096000     EXIT.
096100*
096200*    WRITES THE BUILT JOURNAL LINE AND ROLLS IT INTO THE RECORD
096300*    COUNT, DEBIT/CREDIT TOTALS AND HASH TOTAL
096400 4150-WRITE-JOURNAL-LINE.
096500     WRITE JOURNAL-RECORD.
096600     ADD 1 TO WS-GL-RECORD-COUNT.
096700     ADD GLJ-DEBIT-AMOUNT TO WS-GL-DEBIT-TOTAL.
096800     ADD GLJ-CREDIT-AMOUNT TO WS-GL-CREDIT-TOTAL.
096900     ADD GLJ-DEBIT-AMOUNT TO WS-GL-HASH-TOTAL.
097000     ADD GLJ-CREDIT-AMOUNT TO WS-GL-HASH-TOTAL.
097100 4150-WRITE-JOURNAL-LINE-EXIT.
097200     EXIT.
097300*
097400*    THE TRAILER - RECORD COUNT (TRAILER EXCLUDED) IN THE DEBIT
097500*    FIELD, HASH TOTAL IN THE CREDIT FIELD, AND THE JOURNAL
097510*    NUMBER
097600 4300-WRITE-TRAILER.
097700     MOVE SPACES TO JOURNAL-RECORD.
097800     MOVE "T" TO GLJ-RECORD-TYPE.
097900     MOVE WS-REVERSE-DATE TO GLJ-BUSINESS-DATE.
098000     MOVE "TRAILER " TO GLJ-ACCOUNT.
098100     MOVE WS-GL-RECORD-COUNT TO GLJ-DEBIT-AMOUNT.
098200     MOVE WS-GL-HASH-TOTAL TO GLJ-CREDIT-AMOUNT.
098300     MOVE "REVERSAL RECORD COUNT AND HASH" TO GLJ-DESCRIPTION.
098310     MOVE WS-JOURNAL-SEQ TO GLJ-JOURNAL-SEQ.
098400     WRITE JOURNAL-RECORD.
098500 4300-WRITE-TRAILER-EXIT.
098600     EXIT.
098700*
098702*    LOGS THE REVERSING JOURNAL AS OUTSTANDING WITH THE COUNT AND
098704*    HASH ON ITS TRAILER - GLACK TAKES IT OFF WHEN THE LEDGER
098706*    ACKNOWLEDGES IT
098708 4400-LOG-JOURNAL.
098710     MOVE SPACES TO JOURNAL-LOG-RECORD.
098712     MOVE WS-REVERSE-DATE TO JLG-BUSINESS-DATE.
098714     MOVE WS-JOURNAL-SEQ TO JLG-JOURNAL-SEQ.
098716     MOVE "BALREV" TO JLG-SOURCE.
098718     MOVE "R" TO JLG-KIND.
098720     MOVE WS-RUN-DATE TO JLG-SENT-DATE.
098722     MOVE WS-GL-RECORD-COUNT TO JLG-RECORD-COUNT.
098724     MOVE WS-GL-HASH-TOTAL TO JLG-HASH-TOTAL.
098726     MOVE "O" TO JLG-STATUS.
098728     MOVE ZERO TO JLG-ACK-DATE.
098730     MOVE ZERO TO JLG-ACK-RECORD-COUNT.
098732     MOVE ZERO TO JLG-ACK-HASH-TOTAL.
098734     MOVE ZERO TO JLG-REJECTED-LINES.
098736     WRITE JOURNAL-LOG-RECORD
098738         INVALID KEY
098740             DISPLAY "BALREV: JOURNAL-LOG-FILE WRITE ERROR, FILE"
098742                 " STATUS=" WS-LOG-STATUS
098744             MOVE "WARNING - REVERSING JOURNAL NOT LOGGED"
098746                 TO REGISTER-LINE
098748             WRITE REGISTER-LINE
098750             SET WS-RUN-WARNING TO TRUE
098752             GO TO 4400-LOG-JOURNAL-EXIT
098754     END-WRITE.
098756     MOVE SPACES TO REGISTER-LINE.
098758     STRING "REVERSING JOURNAL " DELIMITED BY SIZE
098760             WS-JOURNAL-SEQ DELIMITED BY SIZE
098762             " LOGGED ON GLJLOG FOR THE LEDGER" DELIMITED BY SIZE
098764             INTO REGISTER-LINE.
098766     WRITE REGISTER-LINE.
098768 4400-LOG-JOURNAL-EXIT.
098770     EXIT.
098772*
098800*    FLAGS EVERY UNREVERSED RUN-HISTORY RECORD FOR THE DATE, IN
098900*    PLACE, WITH THE DAY THE REVERSAL RAN
099000 5000-FLAG-RUN-HISTORY.
099100     OPEN I-O RUN-HISTORY-FILE.
099200     IF NOT WS-RUN-HISTORY-OK
099300         DISPLAY "BALREV: UNABLE TO OPEN RUN-HISTORY-FILE, FILE"
099400             " STATUS=" WS-RUN-HISTORY-STATUS
099500         SET WS-ABORT-RUN TO TRUE
099600         GO TO 5000-FLAG-RUN-HISTORY-EXIT
099700     END-IF.
099800     MOVE "N" TO WS-EOF-SWITCH.
099900     PERFORM 5100-FLAG-ONE-HISTORY
100000         THRU 5100-FLAG-ONE-HISTORY-EXIT
100100         UNTIL WS-EOF OR WS-ABORT-RUN.
100200     CLOSE RUN-HISTORY-FILE.
100300 5000-FLAG-RUN-HISTORY-EXIT.
100400     EXIT.
100500*
100600 5100-FLAG-ONE-HISTORY.
100700     READ RUN-HISTORY-FILE
100800         AT END
100900             SET WS-EOF TO TRUE
101000             GO TO 5100-FLAG-ONE-HISTORY-EXIT
101100     END-READ.
101200     IF RHS-BUSINESS-DATE NOT = WS-REVERSE-DATE
101300             OR RHS-REVERSED
101400         GO TO 5100-FLAG-ONE-HISTORY-EXIT
101500     END-IF.
101600     SET RHS-REVERSED TO TRUE.
101700     MOVE WS-RUN-DATE TO RHS-REVERSED-ON-DATE.
101800     REWRITE RUN-HISTORY-RECORD.
101900     IF NOT WS-RUN-HISTORY-OK
102000         DISPLAY "BALREV: RUN-HISTORY-FILE REWRITE FAILED, FILE"
102100             " STATUS=" WS-RUN-HISTORY-STATUS
102200         SET WS-ABORT-RUN TO TRUE
102300         GO TO 5100-FLAG-ONE-HISTORY-EXIT
102400     END-IF.
102500     ADD 1 TO WS-HIST-FLAGGED-COUNT.
102600 5100-FLAG-ONE-HISTORY-EXIT.
102700     EXIT.
102800*
102802*    FLAGS EVERY UNREVERSED BEFORE-IMAGE OF THE DATE ON BALHIST,
102804*    IN PLACE, WITH THE DAY THE REVERSAL RAN - THE POSTING THEY
102806*    RECORD NO LONGER STANDS
102808 5200-FLAG-BALANCE-HISTORY.
102810     OPEN I-O BALANCE-HISTORY-FILE.
102812     IF NOT WS-BALANCE-HISTORY-OK
102814         DISPLAY "BALREV: UNABLE TO OPEN BALANCE-HISTORY-FILE,"
102816             " FILE STATUS=" WS-BALANCE-HISTORY-STATUS
102818         SET WS-ABORT-RUN TO TRUE
102820         GO TO 5200-FLAG-BALANCE-HISTORY-EXIT
102822     END-IF.
102824     MOVE "N" TO WS-EOF-SWITCH.
102826     PERFORM 5210-FLAG-ONE-IMAGE
102828         THRU 5210-FLAG-ONE-IMAGE-EXIT
102830         UNTIL WS-EOF OR WS-ABORT-RUN.
102832     CLOSE BALANCE-HISTORY-FILE.
102834 5200-FLAG-BALANCE-HISTORY-EXIT.
102836     EXIT.
102838*
102840 5210-FLAG-ONE-IMAGE.
102842     READ BALANCE-HISTORY-FILE
102844         AT END
102846             SET WS-EOF TO TRUE
102848             GO TO 5210-FLAG-ONE-IMAGE-EXIT
102850     END-READ.
102852     IF BHS-POST-DATE NOT = WS-REVERSE-DATE
102854             OR BHS-REVERSED
102856         GO TO 5210-FLAG-ONE-IMAGE-EXIT
102858     END-IF.
102860     SET BHS-REVERSED TO TRUE.
102862     MOVE WS-RUN-DATE TO BHS-REVERSED-ON-DATE.
102864     REWRITE BALANCE-HISTORY-RECORD.
102866     IF NOT WS-BALANCE-HISTORY-OK
102868         DISPLAY "BALREV: BALANCE-HISTORY-FILE REWRITE FAILED,"
102870             " FILE STATUS=" WS-BALANCE-HISTORY-STATUS
102872         SET WS-ABORT-RUN TO TRUE
102874         GO TO 5210-FLAG-ONE-IMAGE-EXIT
102876     END-IF.
102878     ADD 1 TO WS-IMAGE-FLAGGED-COUNT.
102880 5210-FLAG-ONE-IMAGE-EXIT.
102882     EXIT.
102884*
102900*    APPENDS A REVERSED RECORD FOR THE DATE TO JOBDRV'S
103000*    RUN-CONTROL LOG - AS THE DATE'S LATEST RECORD IT LETS THE
103100*    NEXT LAUNCH FOR THE DATE THROUGH AS A FRESH RUN. A LOG THAT
103200*    CANNOT BE EXTENDED ONLY WARNS
103300 5500-APPEND-RUN-CONTROL.
103400     OPEN EXTEND RUN-CONTROL-FILE.
103500     IF NOT WS-RUN-CONTROL-OK
103600         DISPLAY "BALREV: UNABLE TO EXTEND RUN-CONTROL-FILE, FILE"
103700             " STATUS=" WS-RUN-CONTROL-STATUS
103800         MOVE "WARNING - RUNCTL NOT MARKED REVERSED FOR THE DATE"
103900             TO REGISTER-LINE
104000         WRITE REGISTER-LINE
104100         SET WS-RUN-WARNING TO TRUE
104200         GO TO 5500-APPEND-RUN-CONTROL-EXIT
104300     END-IF.
104400     ACCEPT WS-TIME-OF-DAY FROM TIME.
104500     MOVE SPACES TO RUN-CONTROL-RECORD.
104600     MOVE WS-REVERSE-DATE TO RCT-BUSINESS-DATE.
104700     MOVE "REVERSED" TO RCT-STATUS.
104800     MOVE WS-TIME-HHMMSS TO RCT-START-TIME.
104900     MOVE WS-TIME-HHMMSS TO RCT-END-TIME.
105000     WRITE RUN-CONTROL-RECORD.
105100     CLOSE RUN-CONTROL-FILE.
105200 5500-APPEND-RUN-CONTROL-EXIT.
105300     EXIT.
105400*
105500*    TAKES EVERY KEY LAST ACCEPTED UNDER THE DATE OFF TRANEDIT'S
105600*    CROSS-DAY KEY HISTORY, SO THE CORRECTED FILE FOR THE DATE -
105700*    OR THE NEXT DAY'S - IS NOT REJECTED AS A RESEND OF A DAY
105800*    THAT NO LONGER EXISTS. A HISTORY THAT CANNOT BE OPENED ONLY
105900*    WARNS
106000 6000-CLEAR-KEY-HISTORY.
106100     OPEN I-O KEY-HISTORY-FILE.
106200     IF NOT WS-KEY-HISTORY-OK
106300         DISPLAY "BALREV: UNABLE TO OPEN KEY-HISTORY-FILE, FILE"
106400             " STATUS=" WS-KEY-HISTORY-STATUS
106500         MOVE "WARNING - KEYHIST NOT CLEARED FOR THE DATE"
106600             TO REGISTER-LINE
106700         WRITE REGISTER-LINE
106800         SET WS-RUN-WARNING TO TRUE
106900         GO TO 6000-CLEAR-KEY-HISTORY-EXIT
107000     END-IF.
107100     MOVE "N" TO WS-EOF-SWITCH.
107200     MOVE LOW-VALUES TO KHS-TRAN-KEY.
107300     START KEY-HISTORY-FILE
107400         KEY IS NOT LESS THAN KHS-TRAN-KEY
107500         INVALID KEY
107600             SET WS-EOF TO TRUE
107700     END-START.
107800     PERFORM 6100-CLEAR-ONE-KEY
107900         THRU 6100-CLEAR-ONE-KEY-EXIT
108000         UNTIL WS-EOF.
108100     CLOSE KEY-HISTORY-FILE.
108200 6000-CLEAR-KEY-HISTORY-EXIT.
108300     EXIT.
108400*
108500 6100-CLEAR-ONE-KEY.
108600     READ KEY-HISTORY-FILE NEXT RECORD
108700         AT END
108800             SET WS-EOF TO TRUE
108900             GO TO 6100-CLEAR-ONE-KEY-EXIT
109000     END-READ.
109100     IF KHS-BUSINESS-DATE = WS-REVERSE-DATE
109200         DELETE KEY-HISTORY-FILE RECORD
109300             INVALID KEY
109400                 DISPLAY "BALREV: KEY-HISTORY-FILE DELETE ERROR,"
109500                     " FILE STATUS=" WS-KEY-HISTORY-STATUS
109600                 SET WS-RUN-WARNING TO TRUE
109700                 SET WS-EOF TO TRUE
109800                 GO TO 6100-CLEAR-ONE-KEY-EXIT
109900         END-DELETE
110000         ADD 1 TO WS-KEYS-CLEARED-COUNT
110100     END-IF.
110200 6100-CLEAR-ONE-KEY-EXIT.
110300     EXIT.
110400*
110500 7000-WRITE-REPORT-HEADING.
110600     MOVE SPACES TO REGISTER-LINE.
110700     STRING "BALREV BUSINESS-DAY REVERSAL REGISTER - "
110800             DELIMITED BY SIZE
110900             PARM-REVERSE-DATE DELIMITED BY SIZE
111000             INTO REGISTER-LINE.
111100     WRITE REGISTER-LINE.
111200     MOVE SPACES TO REGISTER-LINE.
111300     WRITE REGISTER-LINE.
111400 7000-WRITE-REPORT-HEADING-EXIT.
111500     EXIT.
111600*
111700*    THE REGISTER'S CLOSING TOTALS - WHAT WAS TAKEN BACK OUT AND
111800*    WHAT EVERY SIDE FILE NOW SAYS ABOUT THE DATE
111900 8000-REGISTER-TOTALS.
112000     MOVE SPACES TO REGISTER-LINE.
112100     WRITE REGISTER-LINE.
112200     MOVE WS-MASTER-READ-COUNT TO WS-REV-EDIT-COUNT.
112300     STRING "MASTER RECORDS READ ... " DELIMITED BY SIZE
112400             WS-REV-EDIT-COUNT DELIMITED BY SIZE
112500             INTO REGISTER-LINE.
112600     WRITE REGISTER-LINE.
112700     MOVE WS-RESTORED-COUNT TO WS-REV-EDIT-COUNT.
112800     STRING "CUSTOMERS RESTORED .... " DELIMITED BY SIZE
112900             WS-REV-EDIT-COUNT DELIMITED BY SIZE
113000             INTO REGISTER-LINE.
113100     WRITE REGISTER-LINE.
113200     MOVE WS-REMOVED-COUNT TO WS-REV-EDIT-COUNT.
113300     STRING "CUSTOMERS REMOVED ..... " DELIMITED BY SIZE
113400             WS-REV-EDIT-COUNT DELIMITED BY SIZE
113500             INTO REGISTER-LINE.
113600     WRITE REGISTER-LINE.
113700     MOVE WS-RESULT-DATE-COUNT TO WS-REV-EDIT-COUNT.
113800     STRING "RESULTS FOR THE DATE .. " DELIMITED BY SIZE
113900             WS-REV-EDIT-COUNT DELIMITED BY SIZE
114000             INTO REGISTER-LINE.
114100     WRITE REGISTER-LINE.
114200     MOVE WS-RESULT-REPEAT-COUNT TO WS-REV-EDIT-COUNT.
114300     STRING "REPEATS NEVER POSTED .. " DELIMITED BY SIZE
114400             WS-REV-EDIT-COUNT DELIMITED BY SIZE
114500             INTO REGISTER-LINE.
114600     WRITE REGISTER-LINE.
114700     MOVE WS-RESULT-UNPOSTED-COUNT TO WS-REV-EDIT-COUNT.
114800     STRING "RESULTS NOT ON MASTER . " DELIMITED BY SIZE
114900             WS-REV-EDIT-COUNT DELIMITED BY SIZE
115000             INTO REGISTER-LINE.
115100     WRITE REGISTER-LINE.
115200     MOVE WS-BACKED-ADD TO WS-REV-EDIT-AMOUNT.
115300     STRING "ADD BACKED OUT ........ " DELIMITED BY SIZE
115400             WS-REV-EDIT-AMOUNT DELIMITED BY SIZE
115500             INTO REGISTER-LINE.
115600     WRITE REGISTER-LINE.
115700     MOVE WS-BACKED-SUB TO WS-REV-EDIT-AMOUNT.
115800     STRING "SUB BACKED OUT ........ " DELIMITED BY SIZE
115900             WS-REV-EDIT-AMOUNT DELIMITED BY SIZE
116000             INTO REGISTER-LINE.
116100     WRITE REGISTER-LINE.
116200     MOVE WS-BACKED-MULT TO WS-REV-EDIT-AMOUNT.
116300     STRING "MULT BACKED OUT ....... " DELIMITED BY SIZE
116400             WS-REV-EDIT-AMOUNT DELIMITED BY SIZE
116500             INTO REGISTER-LINE.
116600     WRITE REGISTER-LINE.
116700     MOVE WS-BACKED-DIV TO WS-REV-EDIT-AMOUNT.
116800     STRING "DIV BACKED OUT ........ " DELIMITED BY SIZE
116900             WS-REV-EDIT-AMOUNT DELIMITED BY SIZE
117000             INTO REGISTER-LINE.
117100     WRITE REGISTER-LINE.
117200     MOVE WS-GL-RECORD-COUNT TO WS-REV-EDIT-COUNT.
117300     STRING "JOURNAL LINES WRITTEN . " DELIMITED BY SIZE
117400             WS-REV-EDIT-COUNT DELIMITED BY SIZE
117500             INTO REGISTER-LINE.
117600     WRITE REGISTER-LINE.
117700     MOVE WS-GL-HASH-TOTAL TO WS-REV-EDIT-AMOUNT.
117800     STRING "JOURNAL HASH TOTAL .... " DELIMITED BY SIZE
117900             WS-REV-EDIT-AMOUNT DELIMITED BY SIZE
118000             INTO REGISTER-LINE.
118100     WRITE REGISTER-LINE.
118200     MOVE WS-HIST-FLAGGED-COUNT TO WS-REV-EDIT-COUNT.
118300     STRING "RUNHIST FLAGGED ....... " DELIMITED BY SIZE
118400             WS-REV-EDIT-COUNT DELIMITED BY SIZE
118500             INTO REGISTER-LINE.
118600     WRITE REGISTER-LINE.
118610     MOVE WS-IMAGE-FLAGGED-COUNT TO WS-REV-EDIT-COUNT.
118620     STRING "BALHIST FLAGGED ....... " DELIMITED BY SIZE
118630             WS-REV-EDIT-COUNT DELIMITED BY SIZE
118640             INTO REGISTER-LINE.
118650     WRITE REGISTER-LINE.
118700     MOVE WS-KEYS-CLEARED-COUNT TO WS-REV-EDIT-COUNT.
118800     STRING "KEYHIST KEYS CLEARED .. " DELIMITED BY SIZE
118900             WS-REV-EDIT-COUNT DELIMITED BY SIZE
119000             INTO REGISTER-LINE.
119100     WRITE REGISTER-LINE.
119200     MOVE SPACES TO REGISTER-LINE.
119300     WRITE REGISTER-LINE.
119400     MOVE SPACES TO REGISTER-LINE.
119500     STRING "BUSINESS DATE " DELIMITED BY SIZE
119600             PARM-REVERSE-DATE DELIMITED BY SIZE
119700             " BACKED OUT - RERUN IT OR LEAVE IT OUT"
119800             DELIMITED BY SIZE
119900             INTO REGISTER-LINE.
120000     WRITE REGISTER-LINE.
120100 8000-REGISTER-TOTALS-EXIT.
120200     EXIT.
120300*
120400*    WRITTEN WHEN A CHECK REFUSED THE DATE - THE REGISTER SAYS
120500*    WHY NOTHING WAS CHANGED
120600 8900-REFUSAL-REPORT.
120700     MOVE SPACES TO REGISTER-LINE.
120800     WRITE REGISTER-LINE.
120900     MOVE SPACES TO REGISTER-LINE.
121000     STRING "REVERSAL REFUSED - " DELIMITED BY SIZE
121100             WS-REFUSAL-REASON DELIMITED BY SIZE
121200             INTO REGISTER-LINE.
121300     WRITE REGISTER-LINE.
121400     MOVE "NOTHING WAS CHANGED." TO REGISTER-LINE.
121500     WRITE REGISTER-LINE.
121600 8900-REFUSAL-REPORT-EXIT.
121700     EXIT.
121800*
121900 9000-TERMINATE.
122000     DISPLAY "BALREV: BUSINESS DATE: " PARM-REVERSE-DATE.
122100     IF WS-REVERSAL-REFUSED
122200         DISPLAY "BALREV: REVERSAL REFUSED - " WS-REFUSAL-REASON
122300     ELSE
122400         DISPLAY "BALREV: CUSTOMERS RESTORED: " WS-RESTORED-COUNT
122500         DISPLAY "BALREV: CUSTOMERS REMOVED: " WS-REMOVED-COUNT
122600     END-IF.
122700     IF WS-ABORT-RUN AND WS-UPDATE-STARTED
122800         DISPLAY "BALREV: RUN ABORTED PART-WAY - BALMST IS PARTLY"
122900             " REVERSED, RESTORE IT FROM BACKUP BEFORE RETRYING"
123000         IF WS-REPORT-OPEN
123100             MOVE "RUN ABORTED PART-WAY - RESTORE BALMST"
123200                 TO REGISTER-LINE
123300             WRITE REGISTER-LINE
123400         END-IF
123500     END-IF.
123600     IF WS-MASTER-OPEN
123700         CLOSE BALANCE-MASTER
123800     END-IF.
123900     IF WS-REPORT-OPEN
124000         CLOSE REGISTER-FILE
124100     END-IF.
124200*    RETURN CODE 16 FLAGS AN ABORTED RUN, RETURN CODE 8 A DATE
124300*    REFUSED BY ONE OF THE CHECKS (NOTHING CHANGED), RETURN CODE
124400*    4 A REVERSAL THAT WENT THROUGH BUT LEFT RUNCTL, KEYHIST OR
124500*    GLJLOG UNMARKED
124600     IF WS-ABORT-RUN
124700         MOVE 16 TO RETURN-CODE
124800     ELSE
124900         IF WS-REVERSAL-REFUSED
125000             MOVE 8 TO RETURN-CODE
125100         ELSE
125200             IF WS-RUN-WARNING
125300                 MOVE 4 TO RETURN-CODE
125400             ELSE
125500                 MOVE ZERO TO RETURN-CODE
125600             END-IF
125700         END-IF
125800     END-IF.
125900 9000-TERMINATE-EXIT.
126000     EXIT.
