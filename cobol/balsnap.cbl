000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BALSNAP.
000300 AUTHOR. DATA-PROCESSING-DEPT.
000400 INSTALLATION. ESTRATEGIA-BATCH-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RSL  ORIGINAL VERSION - MONTH-END BALANCE
001100*                     SNAPSHOT AND PERIOD MOVEMENT REGISTER.
001200*                     FREEZES A DATED COPY OF EVERY BALMST RECORD
001300*                     ONTO THE PERMANENT MONTH-END HISTORY
001400*                     (MEHIST) AND PRINTS, PER CUSTOMER, THE PRIOR
001500*                     MONTH-END POSITION, THE MONTH'S POSTED
001600*                     ADD/SUB/MULT/DIV ACTIVITY OFF BALHIST AND
001700*                     THE CURRENT MONTH-END POSITION. A CUSTOMER
001800*                     WHOSE PRIOR POSITION PLUS ACTIVITY DOES NOT
001900*                     MAKE ITS CURRENT POSITION IS FLAGGED OUT OF
002000*                     TIE, AND THE MONTH'S ACTIVITY IS TIED TO THE
002100*                     SUM OF THE MONTH'S RUNHIST CONTROL TOTALS.
002200*
002300*    RUNS ONCE A MONTH, AFTER BALPOST HAS POSTED THE MONTH-END
002400*    BUSINESS DATE (THE DATE VERBS RAN IN MONTH-END MODE "M") AND
002500*    BEFORE THE NEXT DAY IS POSTED - THE SNAPSHOT IS BALMST AS IT
002600*    STANDS, SO A MASTER ALREADY POSTED PAST THE DATE IS REFUSED.
002700*    A RERUN FOR THE SAME DATE REPLACES THAT DATE'S SNAPSHOT. THE
002800*    FIRST SNAPSHOT EVER TAKEN HAS NO PRIOR MONTH-END TO TIE TO -
002900*    ITS ACTIVITY IS THE CALENDAR MONTH'S AND IS PRINTED UNTIED
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BALANCE-MASTER ASSIGN TO "BALMST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS BAL-CUST-ID
003800         FILE STATUS IS WS-BALANCE-STATUS.
003900*    BALPOST'S BEFORE-IMAGES - EACH CARRIES THE RESULT THE
004000*    POSTING PUT ON THE CUSTOMER. MISSING MEANS NOTHING POSTED
004100*    SINCE THE FILE WAS INTRODUCED
004200     SELECT OPTIONAL BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-BALANCE-HISTORY-STATUS.
004500     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-RUN-HISTORY-STATUS.
004800*    PERMANENT MONTH-END BALANCE HISTORY - ONE RECORD PER
004900*    CUSTOMER PER MONTH-END DATE. MISSING MEANS NO SNAPSHOT HAS
005000*    EVER BEEN TAKEN
005100     SELECT OPTIONAL MONTH-END-HISTORY ASSIGN TO "MEHIST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS MEH-KEY
005500         FILE STATUS IS WS-MONTH-END-STATUS.
005600     SELECT SORT-WORK-FILE ASSIGN TO "SNPSWK".
005700     SELECT REGISTER-FILE ASSIGN TO "SNAPRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200*
006300*    SAME LAYOUT BALPOST MAINTAINS - OPENING IS THE POSITION
006400*    BEFORE THE LAST POSTED DATE, THE TOTALS THE POSITION AFTER IT
006500 FD  BALANCE-MASTER.
006600 01  BALANCE-RECORD.
006700     05  BAL-CUST-ID                PIC X(10).
006800     05  BAL-OPEN-ADD               PIC S9(13).
006900     05  BAL-OPEN-SUB               PIC S9(13).
007000     05  BAL-OPEN-MULT              PIC S9(13).
007100     05  BAL-OPEN-DIV               PIC S9(13).
007200     05  BAL-TOT-ADD                PIC S9(13).
007300     05  BAL-TOT-SUB                PIC S9(13).
007400     05  BAL-TOT-MULT               PIC S9(13).
007500     05  BAL-TOT-DIV                PIC S9(13).
007600     05  BAL-LAST-POST-DATE         PIC 9(08).
007700     05  FILLER                     PIC X(06).
007800*
007900*    SAME LAYOUT BALPOST APPENDS TO BALHIST - ONE BEFORE-IMAGE
008000*    PER CUSTOMER PER POSTED DATE
008100 FD  BALANCE-HISTORY-FILE
008200     RECORDING MODE IS F.
008300 01  BALANCE-HISTORY-RECORD.
008400     05  BHS-CUST-ID                PIC X(10).
008500     05  BHS-POST-DATE              PIC 9(08).
008600     05  BHS-PRIOR-POST-DATE        PIC 9(08).
008700     05  BHS-PRIOR-OPEN-ADD         PIC S9(13).
008800     05  BHS-PRIOR-OPEN-SUB         PIC S9(13).
008900     05  BHS-PRIOR-OPEN-MULT        PIC S9(13).
009000     05  BHS-PRIOR-OPEN-DIV         PIC S9(13).
009100*    THE RESULT THE POSTING PUT ON THE CUSTOMER - SUMMED HERE
009200*    INTO THE MONTH'S ACTIVITY
009300     05  BHS-POSTED-ADD             PIC S9(13).
009400     05  BHS-POSTED-SUB             PIC S9(13).
009500     05  BHS-POSTED-MULT            PIC S9(13).
009600     05  BHS-POSTED-DIV             PIC S9(13).
009700*    SET BY BALREV ON EVERY BEFORE-IMAGE OF A BACKED-OUT DATE -
009800*    SUCH A POSTING NO LONGER COUNTS AS ACTIVITY
009900     05  BHS-REVERSED-FLAG          PIC X(01).
010000         88  BHS-REVERSED           VALUE "R".
010100     05  BHS-REVERSED-ON-DATE       PIC 9(08).
010200     05  FILLER                     PIC X(21).
010300*
010400*    SAME LAYOUT VERBS APPENDS TO RUNHIST
010500 FD  RUN-HISTORY-FILE
010600     RECORDING MODE IS F.
010700 01  RUN-HISTORY-RECORD.
010800     05  RHS-BUSINESS-DATE          PIC 9(08).
010900     05  RHS-RECORD-COUNT           PIC 9(09).
011000     05  RHS-DIV-EXC-COUNT          PIC 9(09).
011100     05  RHS-MULT-EXC-COUNT         PIC 9(09).
011200     05  RHS-ADD-EXC-COUNT          PIC 9(09).
011300     05  RHS-NUMC-EXC-COUNT         PIC 9(09).
011400     05  RHS-TOTAL-ADD              PIC S9(11).
011500     05  RHS-TOTAL-SUB              PIC S9(11).
011600     05  RHS-TOTAL-MULT             PIC S9(11).
011700     05  RHS-TOTAL-DIV              PIC S9(11).
011800     05  RHS-REVERSED-FLAG          PIC X(01).
011900         88  RHS-REVERSED           VALUE "R".
012000     05  RHS-REVERSED-ON-DATE       PIC 9(08).
012100*    "M" WHEN THE RECORD IS A MONTH-END RUN'S (THIS STEP ONLY
012200*    SNAPSHOTS A MONTH-END DATE), "D" A DAILY RUN, SPACE ON A
012300*    RECORD WRITTEN BEFORE THE RUN MODE WAS KEPT
012400     05  RHS-RUN-MODE               PIC X(01).
012500         88  RHS-MONTH-END-RUN      VALUE "M".
012600     05  FILLER                     PIC X(13).
012700*
012800*    ONE CUSTOMER'S BALMST RECORD AS IT STOOD AT A MONTH-END -
012900*    THE MASTER FIGURES ARE CARRIED WHOLE, WITH WHETHER THE
013000*    MONTH'S MOVEMENT TIED AND THE DAY THE SNAPSHOT WAS TAKEN
013100 FD  MONTH-END-HISTORY.
013200 01  MONTH-END-HISTORY-RECORD.
013300     05  MEH-KEY.
013400         10  MEH-SNAP-DATE          PIC 9(08).
013500         10  MEH-CUST-ID            PIC X(10).
013600     05  MEH-OPEN-ADD               PIC S9(13).
013700     05  MEH-OPEN-SUB               PIC S9(13).
013800     05  MEH-OPEN-MULT              PIC S9(13).
013900     05  MEH-OPEN-DIV               PIC S9(13).
014000     05  MEH-TOT-ADD                PIC S9(13).
014100     05  MEH-TOT-SUB                PIC S9(13).
014200     05  MEH-TOT-MULT               PIC S9(13).
014300     05  MEH-TOT-DIV                PIC S9(13).
014400     05  MEH-LAST-POST-DATE         PIC 9(08).
014500*    "T" MOVEMENT TIED, "X" OUT OF TIE, "O" OPENING SNAPSHOT
014600*    (NOTHING TO TIE TO)
014700     05  MEH-MOVEMENT-FLAG          PIC X(01).
014800         88  MEH-MOVEMENT-TIED      VALUE "T".
014900         88  MEH-MOVEMENT-OUT       VALUE "X".
015000         88  MEH-OPENING-SNAPSHOT   VALUE "O".
015100     05  MEH-TAKEN-DATE             PIC 9(08).
015200     05  FILLER                     PIC X(21).
015300*
015400*    SORT RECORD - ONE POSTING OF THE MONTH, BY CUSTOMER
015500 SD  SORT-WORK-FILE.
015600 01  SORT-WORK-RECORD.
015700     05  SWK-CUST-ID                PIC X(10).
015800     05  SWK-POSTED-ADD             PIC S9(13).
015900     05  SWK-POSTED-SUB             PIC S9(13).
016000     05  SWK-POSTED-MULT            PIC S9(13).
016100     05  SWK-POSTED-DIV             PIC S9(13).
016200*
016300 FD  REGISTER-FILE.
016400 01  REGISTER-LINE                   PIC X(80).
016500*
016600 WORKING-STORAGE SECTION.
016700*
016800*    RUN PARAMETER, SUPPLIED ON THE COMMAND LINE (JCL PARM=) -
016900*    POSITIONS 1-8 ARE THE MONTH-END BUSINESS DATE (YYYYMMDD) AND
017000*    ARE REQUIRED. POSITION 9 "O" TAKES THE SNAPSHOT FOR A DATE
017100*    WHOSE VERBS RUN WAS NOT IN MONTH-END MODE (A MONTH-END RUN
017200*    THAT HAD TO BE RERUN IN DAILY MODE)
017300 01  WS-RUN-PARM                     PIC X(09) VALUE SPACES.
017400 01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
017500     05  PARM-SNAP-DATE              PIC X(08).
017600     05  PARM-OVERRIDE-SWITCH        PIC X(01).
017700         88  PARM-OVERRIDE           VALUE "O".
017800 01  WS-SNAP-DATE                    PIC 9(08) VALUE ZERO.
017900*    THE DAY THE SNAPSHOT WAS TAKEN, STAMPED ON EVERY RECORD
018000 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
018100*    THE LATEST SNAPSHOT BEFORE THIS ONE (ZERO WHEN THERE IS
018200*    NONE), AND THE DATE THE MONTH'S ACTIVITY STARTS AFTER - THE
018300*    PRIOR MONTH-END, OR FOR AN OPENING SNAPSHOT DAY ZERO OF THE
018400*    CALENDAR MONTH
018500 01  WS-PRIOR-SNAP-DATE              PIC 9(08) VALUE ZERO.
018600 01  WS-PERIOD-AFTER-DATE            PIC 9(08) VALUE ZERO.
018700 01  WS-PERIOD-AFTER-DATE-X REDEFINES WS-PERIOD-AFTER-DATE.
018800     05  WS-PERIOD-AFTER-YYYYMM      PIC 9(06).
018900     05  WS-PERIOD-AFTER-DD          PIC 9(02).
019000*
019100*    FILE STATUS FIELDS - "05" ON AN OPTIONAL FILE IS A GOOD OPEN
019200*    OF A FILE THAT IS NOT THERE
019300 01  WS-BALANCE-STATUS               PIC X(02) VALUE "00".
019400     88  WS-BALANCE-OK               VALUE "00".
019500 01  WS-BALANCE-HISTORY-STATUS       PIC X(02) VALUE "00".
019600     88  WS-BALANCE-HISTORY-OK       VALUE "00" "05".
019700 01  WS-RUN-HISTORY-STATUS           PIC X(02) VALUE "00".
019800     88  WS-RUN-HISTORY-OK           VALUE "00".
019900 01  WS-MONTH-END-STATUS             PIC X(02) VALUE "00".
020000     88  WS-MONTH-END-OK             VALUE "00" "05".
020100*
020200*    END-OF-FILE, REFUSAL AND RUN-ABORT SWITCHES
020300 01  WS-SWITCHES.
020400     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
020500         88  WS-EOF                  VALUE "Y".
020600     05  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
020700         88  WS-MASTER-EOF           VALUE "Y".
020800     05  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
020900         88  WS-SORT-EOF             VALUE "Y".
021000     05  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
021100         88  WS-ENTRY-FOUND          VALUE "Y".
021200*    THE MONTH-END DATE HAS AN UNREVERSED RUN-HISTORY RECORD, AND
021300*    THE LATEST ONE WAS A MONTH-END RUN
021400     05  WS-DATE-LIVE-SWITCH         PIC X(01) VALUE "N".
021500         88  WS-DATE-LIVE            VALUE "Y".
021600     05  WS-DATE-MODE-SWITCH         PIC X(01) VALUE "N".
021700         88  WS-DATE-MONTH-END       VALUE "Y".
021800*    AN EARLIER SNAPSHOT FOR THE SAME DATE IS ON MEHIST AND IS
021900*    REPLACED BY THIS ONE
022000     05  WS-REPLACE-SWITCH           PIC X(01) VALUE "N".
022100         88  WS-REPLACE-SNAPSHOT     VALUE "Y".
022200     05  WS-NEW-CUSTOMER-SWITCH      PIC X(01) VALUE "N".
022300         88  WS-NEW-CUSTOMER         VALUE "Y".
022400     05  WS-CUSTOMER-TIE-SWITCH      PIC X(01) VALUE "N".
022500         88  WS-CUSTOMER-OUT-OF-TIE  VALUE "Y".
022600     05  WS-TOTALS-TIE-SWITCH        PIC X(01) VALUE "N".
022700         88  WS-TOTALS-OUT-OF-TIE    VALUE "Y".
022800     05  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
022900         88  WS-SNAPSHOT-REFUSED     VALUE "Y".
023000     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
023100         88  WS-ABORT-RUN            VALUE "Y".
023200     05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE "N".
023300         88  WS-REPORT-OPEN          VALUE "Y".
023400     05  WS-MASTER-OPEN-SWITCH       PIC X(01) VALUE "N".
023500         88  WS-MASTER-OPEN          VALUE "Y".
023600     05  WS-HISTORY-OPEN-SWITCH      PIC X(01) VALUE "N".
023700         88  WS-HISTORY-OPEN         VALUE "Y".
023800*    SET ONCE A SNAPSHOT RECORD HAS BEEN DROPPED OR WRITTEN - AN
023900*    ABORT AFTER THAT POINT LEAVES THE DATE'S SNAPSHOT PART-TAKEN
024000     05  WS-UPDATE-STARTED-SWITCH    PIC X(01) VALUE "N".
024100         88  WS-UPDATE-STARTED       VALUE "Y".
024200*
024300*    WHY THE SNAPSHOT WAS REFUSED, FOR THE REGISTER
024400 01  WS-REFUSAL-REASON               PIC X(50) VALUE SPACES.
024500*
024600*    RECORD COUNTERS
024700 01  WS-COUNTERS.
024800     05  WS-LATER-SNAP-COUNT         PIC 9(09) VALUE ZERO.
024900*    RECORD COUNT ON THE LATEST UNREVERSED RUN FOR THE DATE, AND
025000*    CUSTOMERS THE MASTER SHOWS POSTED ON IT - A DAY WITH
025100*    RECORDS BUT NOTHING POSTED HAS NOT BEEN THROUGH BALPOST
025200     05  WS-DATE-RECORD-COUNT        PIC 9(09) VALUE ZERO.
025300     05  WS-DATE-POSTED-COUNT        PIC 9(09) VALUE ZERO.
025400     05  WS-LATER-POST-COUNT         PIC 9(09) VALUE ZERO.
025500     05  WS-MASTER-READ-COUNT        PIC 9(09) VALUE ZERO.
025600     05  WS-REPLACED-COUNT           PIC 9(09) VALUE ZERO.
025700     05  WS-SNAPSHOT-COUNT           PIC 9(09) VALUE ZERO.
025800     05  WS-IMAGE-READ-COUNT         PIC 9(09) VALUE ZERO.
025900     05  WS-IMAGE-PERIOD-COUNT       PIC 9(09) VALUE ZERO.
026000     05  WS-NEW-CUSTOMER-COUNT       PIC 9(09) VALUE ZERO.
026100     05  WS-OUT-OF-TIE-COUNT         PIC 9(09) VALUE ZERO.
026200     05  WS-NOT-ON-MASTER-COUNT      PIC 9(09) VALUE ZERO.
026300     05  WS-PRIOR-ONLY-COUNT         PIC 9(09) VALUE ZERO.
026400*
026500*    ONE ENTRY PER BUSINESS DATE OF THE PERIOD WITH AN UNREVERSED
026600*    RUN - THE LATEST RECORD FOR A DATE CARRIES ITS CONTROL TOTALS
026700*    (A RERUN OF VERBS APPENDS ANOTHER)
026800 01  WS-RUN-DAY-TABLE.
026900     05  WS-DAY-COUNT                PIC 9(04) COMP VALUE ZERO.
027000     05  WS-DAY-ENTRY OCCURS 400 TIMES INDEXED BY DAY-IDX.
027100         10  WS-DAY-DATE             PIC 9(08).
027200         10  WS-DAY-TOTAL-ADD        PIC S9(11).
027300         10  WS-DAY-TOTAL-SUB        PIC S9(11).
027400         10  WS-DAY-TOTAL-MULT       PIC S9(11).
027500         10  WS-DAY-TOTAL-DIV        PIC S9(11).
027600*
027700*    ONE CUSTOMER'S MOVEMENT - ENTRY 1 ADD, 2 SUB, 3 MULT, 4 DIV.
027800*    THE DIFFERENCE IS PRIOR PLUS ACTIVITY LESS CURRENT, ZERO
027900*    WHEN THE COMPONENT TIES
028000 01  WS-MOVEMENT-TABLE.
028100     05  WS-MOV-ENTRY OCCURS 4 TIMES.
028200         10  WS-MOV-PRIOR            PIC S9(13).
028300         10  WS-MOV-ACTIVITY         PIC S9(13).
028400         10  WS-MOV-CURRENT          PIC S9(13).
028500         10  WS-MOV-DIFFERENCE       PIC S9(13).
028600 01  WS-ACTIVITY-CUST-ID             PIC X(10) VALUE SPACES.
028700*
028800*    THE REGISTER'S GRAND TOTALS BY COMPONENT, AND THE SUM OF THE
028900*    PERIOD'S RUN-HISTORY CONTROL TOTALS THE ACTIVITY MUST TIE TO
029000 01  WS-GRAND-TABLE.
029100     05  WS-GRD-ENTRY OCCURS 4 TIMES.
029200         10  WS-GRD-PRIOR            PIC S9(15).
029300         10  WS-GRD-ACTIVITY         PIC S9(15).
029400         10  WS-GRD-CURRENT          PIC S9(15).
029500         10  WS-GRD-RUNHIST          PIC S9(15).
029600 01  WS-GRD-DIFFERENCE               PIC S9(15) VALUE ZERO.
029700 01  WS-COMP-SUB                     PIC 9(04) COMP VALUE ZERO.
029800 01  WS-COMPONENT-NAMES-V.
029900     05  FILLER                      PIC X(16) VALUE
030000         "ADD SUB MULTDIV ".
030100 01  WS-COMPONENT-NAME-TABLE REDEFINES WS-COMPONENT-NAMES-V.
030200     05  WS-COMPONENT-NAME OCCURS 4 TIMES
030300                                     PIC X(04).
030400*
030500*    THE CUSTOMER BLOCK BEING PRINTED - ID, LAST POSTED DATE AND
030600*    WHY THE CUSTOMER IS FLAGGED
030700 01  WS-PRINT-CUST-ID                PIC X(10) VALUE SPACES.
030800 01  WS-PRINT-LAST-POST              PIC X(08) VALUE SPACES.
030900 01  WS-PRINT-NOTE                   PIC X(40) VALUE SPACES.
031000*
031100*    REGISTER LINE LAYOUTS - A CUSTOMER LINE FOLLOWED BY ONE LINE
031200*    PER COMPONENT, AND THE GRAND TOTAL LINES BY COMPONENT
031300 01  WS-MOVEMENT-COLUMN-HEADING.
031400     05  FILLER                      PIC X(28) VALUE
031500         "      COMP     PRIOR M-END  ".
031600     05  FILLER                      PIC X(32) VALUE
031700         "MONTH ACTIVITY   CURRENT M-END  ".
031800     05  FILLER                      PIC X(20) VALUE
031900         "NOTE".
032000 01  WS-MOVEMENT-DETAIL-LINE.
032100     05  FILLER                      PIC X(06) VALUE SPACES.
032200     05  MDL-COMPONENT               PIC X(04).
032300     05  FILLER                      PIC X(02) VALUE SPACES.
032400     05  MDL-PRIOR                   PIC -(13)9.
032500     05  FILLER                      PIC X(02) VALUE SPACES.
032600     05  MDL-ACTIVITY                PIC -(13)9.
032700     05  FILLER                      PIC X(02) VALUE SPACES.
032800     05  MDL-CURRENT                 PIC -(13)9.
032900     05  FILLER                      PIC X(02) VALUE SPACES.
033000     05  MDL-NOTE                    PIC X(20).
033100 01  WS-TOTAL-COLUMN-HEADING.
033200     05  FILLER                      PIC X(24) VALUE
033300         "COMP       PRIOR M-END  ".
033400     05  FILLER                      PIC X(18) VALUE
033500         "  MONTH ACTIVITY  ".
033600     05  FILLER                      PIC X(18) VALUE
033700         "   CURRENT M-END  ".
033800     05  FILLER                      PIC X(20) VALUE
033900         "  RUNHIST TOTALS".
034000 01  WS-TOTAL-DETAIL-LINE.
034100     05  TDL-COMPONENT               PIC X(04).
034200     05  FILLER                      PIC X(02) VALUE SPACES.
034300     05  TDL-PRIOR                   PIC -(15)9.
034400     05  FILLER                      PIC X(02) VALUE SPACES.
034500     05  TDL-ACTIVITY                PIC -(15)9.
034600     05  FILLER                      PIC X(02) VALUE SPACES.
034700     05  TDL-CURRENT                 PIC -(15)9.
034800     05  FILLER                      PIC X(02) VALUE SPACES.
034900     05  TDL-RUNHIST                 PIC -(15)9.
035000     05  FILLER                      PIC X(04) VALUE SPACES.
035100*
035200*    WORK AREAS USED TO BUILD THE REGISTER LINES
035300 01  WS-SNP-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
035400 01  WS-SNP-EDIT-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
035500 01  WS-SNP-EDIT-DIFF                PIC -(12)9.
035600 01  WS-SNP-EDIT-DATE                PIC 9(08).
035700*
035800 PROCEDURE DIVISION.
035900*
036000 0000-MAINLINE.
036100     PERFORM 1000-INITIALIZE
036200         THRU 1000-INITIALIZE-EXIT.
036300     IF NOT WS-ABORT-RUN AND NOT WS-SNAPSHOT-REFUSED
036400         PERFORM 2000-VALIDATE-DATE
036500             THRU 2000-VALIDATE-DATE-EXIT
036600     END-IF.
036700     IF NOT WS-ABORT-RUN AND NOT WS-SNAPSHOT-REFUSED
036800             AND WS-REPLACE-SNAPSHOT
036900         PERFORM 3000-DROP-EARLIER-SNAPSHOT
037000             THRU 3000-DROP-EARLIER-SNAPSHOT-EXIT
037100     END-IF.
037200     IF NOT WS-ABORT-RUN AND NOT WS-SNAPSHOT-REFUSED
037300         SORT SORT-WORK-FILE
037400             ON ASCENDING KEY SWK-CUST-ID
037500             INPUT PROCEDURE IS 4000-RELEASE-ACTIVITY
037600                 THRU 4000-RELEASE-ACTIVITY-EXIT
037700             OUTPUT PROCEDURE IS 5000-TAKE-SNAPSHOT
037800                 THRU 5000-TAKE-SNAPSHOT-EXIT
037900     END-IF.
038000     IF NOT WS-ABORT-RUN AND NOT WS-SNAPSHOT-REFUSED
038100             AND WS-PRIOR-SNAP-DATE > ZERO
038200         PERFORM 6000-LIST-PRIOR-ONLY
038300             THRU 6000-LIST-PRIOR-ONLY-EXIT
038400     END-IF.
038500     IF NOT WS-ABORT-RUN AND NOT WS-SNAPSHOT-REFUSED
038600         PERFORM 8000-REGISTER-TOTALS
038700             THRU 8000-REGISTER-TOTALS-EXIT
038800     END-IF.
038900     IF WS-SNAPSHOT-REFUSED
039000         PERFORM 8900-REFUSAL-REPORT
039100             THRU 8900-REFUSAL-REPORT-EXIT
039200     END-IF.
039300     PERFORM 9000-TERMINATE
039400         THRU 9000-TERMINATE-EXIT.
039500     GOBACK.
039600*
039700*    TAKES THE DATE OFF THE PARM AND OPENS THE REGISTER, THE
039800*    BALANCE MASTER AND THE MONTH-END HISTORY - A MISSING OR
039900*    NON-NUMERIC DATE ABORTS THE RUN, AS DOES A FILE THAT CANNOT
040000*    BE OPENED
040100 1000-INITIALIZE.
040200     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
040300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
040400     IF PARM-SNAP-DATE IS NOT NUMERIC
040500             OR PARM-SNAP-DATE = ZERO
040600         DISPLAY "BALSNAP: PARM POSITIONS 1-8 MUST CARRY THE"
040700             " MONTH-END BUSINESS DATE (YYYYMMDD)"
040800         SET WS-ABORT-RUN TO TRUE
040900         GO TO 1000-INITIALIZE-EXIT
041000     END-IF.
041100     MOVE PARM-SNAP-DATE TO WS-SNAP-DATE.
041200     OPEN OUTPUT REGISTER-FILE.
041300     SET WS-REPORT-OPEN TO TRUE.
041400     PERFORM 7000-WRITE-REPORT-HEADING
041500         THRU 7000-WRITE-REPORT-HEADING-EXIT.
041600     OPEN INPUT BALANCE-MASTER.
041700     IF NOT WS-BALANCE-OK
041800         DISPLAY "BALSNAP: UNABLE TO OPEN BALANCE-MASTER, FILE"
041900             " STATUS=" WS-BALANCE-STATUS
042000         SET WS-ABORT-RUN TO TRUE
042100         GO TO 1000-INITIALIZE-EXIT
042200     END-IF.
042300     SET WS-MASTER-OPEN TO TRUE.
042400     OPEN I-O MONTH-END-HISTORY.
042500     IF NOT WS-MONTH-END-OK
042600         DISPLAY "BALSNAP: UNABLE TO OPEN MONTH-END-HISTORY,"
042700             " FILE STATUS=" WS-MONTH-END-STATUS
042800         SET WS-ABORT-RUN TO TRUE
042900         GO TO 1000-INITIALIZE-EXIT
043000     END-IF.
043100     SET WS-HISTORY-OPEN TO TRUE.
043200 1000-INITIALIZE-EXIT.
043300     EXIT.
043400*
043500*    EVERY CHECK, IN ORDER, BEFORE ANYTHING IS WRITTEN - NO LATER
043600*    SNAPSHOT MAY EXIST, THE DATE MUST HAVE AN UNREVERSED
043700*    MONTH-END RUN, AND BALMST MUST STAND POSTED UP TO THE DATE
043800*    AND NO FURTHER
043900 2000-VALIDATE-DATE.
044000     PERFORM 2100-FIND-PRIOR-SNAPSHOT
044100         THRU 2100-FIND-PRIOR-SNAPSHOT-EXIT.
044200     IF WS-SNAPSHOT-REFUSED OR WS-ABORT-RUN
044300         GO TO 2000-VALIDATE-DATE-EXIT
044400     END-IF.
044500     PERFORM 2200-CHECK-RUN-HISTORY
044600         THRU 2200-CHECK-RUN-HISTORY-EXIT.
044700     IF WS-SNAPSHOT-REFUSED OR WS-ABORT-RUN
044800         GO TO 2000-VALIDATE-DATE-EXIT
044900     END-IF.
045000     PERFORM 2300-SCAN-MASTER
045100         THRU 2300-SCAN-MASTER-EXIT.
045200 2000-VALIDATE-DATE-EXIT.
045300     EXIT.
045400*
045500*    WALKS MEHIST ONE SNAPSHOT DATE AT A TIME (EACH START SKIPS
045600*    PAST THE WHOLE OF A DATE) - THE LATEST DATE BEFORE THIS ONE
045700*    IS THE PRIOR MONTH-END, THIS DATE ITSELF MEANS A RERUN, AND
045800*    ANY LATER DATE REFUSES THE SNAPSHOT
045900 2100-FIND-PRIOR-SNAPSHOT.
046000     MOVE "N" TO WS-EOF-SWITCH.
046100     MOVE LOW-VALUES TO MEH-KEY.
046200     START MONTH-END-HISTORY
046300         KEY IS NOT LESS THAN MEH-KEY
046400         INVALID KEY
046500             GO TO 2100-FIND-PRIOR-SNAPSHOT-EXIT
046600     END-START.
046700     PERFORM 2110-READ-NEXT-SNAPSHOT
046800         THRU 2110-READ-NEXT-SNAPSHOT-EXIT.
046900     PERFORM 2120-NOTE-ONE-SNAPSHOT-DATE
047000         THRU 2120-NOTE-ONE-SNAPSHOT-DATE-EXIT
047100         UNTIL WS-EOF.
047200     IF WS-LATER-SNAP-COUNT > ZERO
047300         MOVE "A LATER MONTH-END SNAPSHOT IS ALREADY ON MEHIST"
047400             TO WS-REFUSAL-REASON
047500         SET WS-SNAPSHOT-REFUSED TO TRUE
047600     END-IF.
047700 2100-FIND-PRIOR-SNAPSHOT-EXIT.
047800     EXIT.
047900*
048000 2110-READ-NEXT-SNAPSHOT.
048100     READ MONTH-END-HISTORY NEXT RECORD
048200         AT END
048300             SET WS-EOF TO TRUE
048400     END-READ.
048500 2110-READ-NEXT-SNAPSHOT-EXIT.
048600     EXIT.
048700*
048800 2120-NOTE-ONE-SNAPSHOT-DATE.
048900     IF MEH-SNAP-DATE < WS-SNAP-DATE
049000         MOVE MEH-SNAP-DATE TO WS-PRIOR-SNAP-DATE
049100     ELSE
049200         IF MEH-SNAP-DATE = WS-SNAP-DATE
049300             SET WS-REPLACE-SNAPSHOT TO TRUE
049400         ELSE
049500             ADD 1 TO WS-LATER-SNAP-COUNT
049600             MOVE SPACES TO REGISTER-LINE
049700             STRING "LATER SNAPSHOT ON MEHIST - "
049800                     DELIMITED BY SIZE
049900                     MEH-SNAP-DATE DELIMITED BY SIZE
050000                     INTO REGISTER-LINE
050100             WRITE REGISTER-LINE
050200         END-IF
050300     END-IF.
050400     MOVE HIGH-VALUES TO MEH-CUST-ID.
050500     START MONTH-END-HISTORY
050600         KEY IS GREATER THAN MEH-KEY
050700         INVALID KEY
050800             SET WS-EOF TO TRUE
050900             GO TO 2120-NOTE-ONE-SNAPSHOT-DATE-EXIT
051000     END-START.
051100     PERFORM 2110-READ-NEXT-SNAPSHOT
051200         THRU 2110-READ-NEXT-SNAPSHOT-EXIT.
051300 2120-NOTE-ONE-SNAPSHOT-DATE-EXIT.
051400     EXIT.
051500*
051600*    THE DATE MUST HAVE AN UNREVERSED RUN-HISTORY RECORD, AND THE
051700*    LATEST ONE MUST BE A MONTH-END RUN UNLESS THE PARM OVERRIDES
051800*    IT. THE SAME PASS TABLES THE CONTROL TOTALS OF EVERY
051900*    UNREVERSED DATE OF THE PERIOD
052000 2200-CHECK-RUN-HISTORY.
052100     IF WS-PRIOR-SNAP-DATE > ZERO
052200         MOVE WS-PRIOR-SNAP-DATE TO WS-PERIOD-AFTER-DATE
052300     ELSE
052400         MOVE WS-SNAP-DATE TO WS-PERIOD-AFTER-DATE
052500         MOVE ZERO TO WS-PERIOD-AFTER-DD
052600     END-IF.
052700     OPEN INPUT RUN-HISTORY-FILE.
052800     IF NOT WS-RUN-HISTORY-OK
052900         MOVE "RUN HISTORY (RUNHIST) NOT AVAILABLE"
053000             TO WS-REFUSAL-REASON
053100         SET WS-SNAPSHOT-REFUSED TO TRUE
053200         GO TO 2200-CHECK-RUN-HISTORY-EXIT
053300     END-IF.
053400     MOVE "N" TO WS-EOF-SWITCH.
053500     PERFORM 2210-SCAN-ONE-HISTORY
053600         THRU 2210-SCAN-ONE-HISTORY-EXIT
053700         UNTIL WS-EOF OR WS-ABORT-RUN.
053800     CLOSE RUN-HISTORY-FILE.
053900     IF WS-ABORT-RUN
054000         GO TO 2200-CHECK-RUN-HISTORY-EXIT
054100     END-IF.
054200     IF NOT WS-DATE-LIVE
054300         MOVE "NO UNREVERSED RUN-HISTORY RECORD FOR THE DATE"
054400             TO WS-REFUSAL-REASON
054500         SET WS-SNAPSHOT-REFUSED TO TRUE
054600         GO TO 2200-CHECK-RUN-HISTORY-EXIT
054700     END-IF.
054800     IF NOT WS-DATE-MONTH-END AND NOT PARM-OVERRIDE
054900         MOVE "THE DATE WAS NOT A MONTH-END RUN (VERBS MODE M)"
055000             TO WS-REFUSAL-REASON
055100         SET WS-SNAPSHOT-REFUSED TO TRUE
055200         GO TO 2200-CHECK-RUN-HISTORY-EXIT
055300     END-IF.
055400     PERFORM 2230-ADD-ONE-DAY
055500         THRU 2230-ADD-ONE-DAY-EXIT
055600         VARYING DAY-IDX FROM 1 BY 1
055700         UNTIL DAY-IDX > WS-DAY-COUNT.
055800 2200-CHECK-RUN-HISTORY-EXIT.
055900     EXIT.
056000*
056100 2210-SCAN-ONE-HISTORY.
056200     READ RUN-HISTORY-FILE
056300         AT END
056400             SET WS-EOF TO TRUE
056500             GO TO 2210-SCAN-ONE-HISTORY-EXIT
056600     END-READ.
056700     IF RHS-REVERSED
056800         GO TO 2210-SCAN-ONE-HISTORY-EXIT
056900     END-IF.
057000     IF RHS-BUSINESS-DATE = WS-SNAP-DATE
057100         SET WS-DATE-LIVE TO TRUE
057200         MOVE RHS-RECORD-COUNT TO WS-DATE-RECORD-COUNT
057300         IF RHS-MONTH-END-RUN
057400             SET WS-DATE-MONTH-END TO TRUE
057500         ELSE
057600             MOVE "N" TO WS-DATE-MODE-SWITCH
057700         END-IF
057800     END-IF.
057900     IF RHS-BUSINESS-DATE > WS-PERIOD-AFTER-DATE
058000             AND RHS-BUSINESS-DATE NOT > WS-SNAP-DATE
058100         PERFORM 2220-TABLE-RUN-DAY
058200             THRU 2220-TABLE-RUN-DAY-EXIT
058300     END-IF.
058400 2210-SCAN-ONE-HISTORY-EXIT.
058500     EXIT.
058600*
058700*    A DATE ALREADY TABLED TAKES THE LATER RECORD'S TOTALS
058800 2220-TABLE-RUN-DAY.
058900     MOVE "N" TO WS-FOUND-SWITCH.
059000     SET DAY-IDX TO 1.
059100     SEARCH WS-DAY-ENTRY
059200         AT END
059300             CONTINUE
059400         WHEN DAY-IDX > WS-DAY-COUNT
059500             CONTINUE
059600         WHEN WS-DAY-DATE (DAY-IDX) = RHS-BUSINESS-DATE
059700             SET WS-ENTRY-FOUND TO TRUE
059800     END-SEARCH.
059900     IF NOT WS-ENTRY-FOUND
060000         IF WS-DAY-COUNT >= 400
060100             DISPLAY "BALSNAP: RUN-DAY TABLE FULL - RUN ABORTED"
060200             SET WS-ABORT-RUN TO TRUE
060300             GO TO 2220-TABLE-RUN-DAY-EXIT
060400         END-IF
060500         ADD 1 TO WS-DAY-COUNT
060600         SET DAY-IDX TO WS-DAY-COUNT
060700         MOVE RHS-BUSINESS-DATE TO WS-DAY-DATE (DAY-IDX)
060800     END-IF.
060900     MOVE RHS-TOTAL-ADD TO WS-DAY-TOTAL-ADD (DAY-IDX).
061000     MOVE RHS-TOTAL-SUB TO WS-DAY-TOTAL-SUB (DAY-IDX).
061100     MOVE RHS-TOTAL-MULT TO WS-DAY-TOTAL-MULT (DAY-IDX).
061200     MOVE RHS-TOTAL-DIV TO WS-DAY-TOTAL-DIV (DAY-IDX).
061300 2220-TABLE-RUN-DAY-EXIT.
061400     EXIT.
061500*
061600 2230-ADD-ONE-DAY.
061700     ADD WS-DAY-TOTAL-ADD (DAY-IDX) TO WS-GRD-RUNHIST (1).
061800     ADD WS-DAY-TOTAL-SUB (DAY-IDX) TO WS-GRD-RUNHIST (2).
061900     ADD WS-DAY-TOTAL-MULT (DAY-IDX) TO WS-GRD-RUNHIST (3).
062000     ADD WS-DAY-TOTAL-DIV (DAY-IDX) TO WS-GRD-RUNHIST (4).
062100 2230-ADD-ONE-DAY-EXIT.
062200     EXIT.
062300*
062400*    READS THE WHOLE BALANCE MASTER IN KEY ORDER - A CUSTOMER
062500*    POSTED PAST THE DATE IS LISTED AND REFUSES THE SNAPSHOT, AND
062600*    A DATE THAT RAN BUT HAS NO CUSTOMER POSTED ON IT HAS NOT
062700*    BEEN THROUGH BALPOST YET
062800 2300-SCAN-MASTER.
062900     MOVE "N" TO WS-EOF-SWITCH.
063000     MOVE LOW-VALUES TO BAL-CUST-ID.
063100     START BALANCE-MASTER
063200         KEY IS NOT LESS THAN BAL-CUST-ID
063300         INVALID KEY
063400             SET WS-EOF TO TRUE
063500     END-START.
063600     IF NOT WS-EOF
063700         PERFORM 2310-READ-NEXT-MASTER
063800             THRU 2310-READ-NEXT-MASTER-EXIT
063900     END-IF.
064000     PERFORM 2320-JUDGE-ONE-MASTER
064100         THRU 2320-JUDGE-ONE-MASTER-EXIT
064200         UNTIL WS-EOF.
064300     IF WS-LATER-POST-COUNT > ZERO
064400         MOVE "BALMST IS ALREADY POSTED PAST THE DATE"
064500             TO WS-REFUSAL-REASON
064600         SET WS-SNAPSHOT-REFUSED TO TRUE
064700         GO TO 2300-SCAN-MASTER-EXIT
064800     END-IF.
064900     IF WS-DATE-RECORD-COUNT > ZERO
065000             AND WS-DATE-POSTED-COUNT = ZERO
065100         MOVE "THE DATE IS NOT POSTED TO BALMST - RUN BALPOST"
065200             TO WS-REFUSAL-REASON
065300         SET WS-SNAPSHOT-REFUSED TO TRUE
065400     END-IF.
065500 2300-SCAN-MASTER-EXIT.
065600     EXIT.
065700*
065800 2310-READ-NEXT-MASTER.
065900     READ BALANCE-MASTER NEXT RECORD
066000         AT END
066100             SET WS-EOF TO TRUE
066200     END-READ.
066300 2310-READ-NEXT-MASTER-EXIT.
066400     EXIT.
066500*
066600 2320-JUDGE-ONE-MASTER.
066700     IF BAL-LAST-POST-DATE > WS-SNAP-DATE
066800         ADD 1 TO WS-LATER-POST-COUNT
066900         MOVE SPACES TO REGISTER-LINE
067000         STRING BAL-CUST-ID DELIMITED BY SIZE
067100                 "  LATER POSTING - LAST POSTED "
067200                 DELIMITED BY SIZE
067300                 BAL-LAST-POST-DATE DELIMITED BY SIZE
067400                 INTO REGISTER-LINE
067500         WRITE REGISTER-LINE
067600     ELSE
067700         IF BAL-LAST-POST-DATE = WS-SNAP-DATE
067800             ADD 1 TO WS-DATE-POSTED-COUNT
067900         END-IF
068000     END-IF.
068100     PERFORM 2310-READ-NEXT-MASTER
068200         THRU 2310-READ-NEXT-MASTER-EXIT.
068300 2320-JUDGE-ONE-MASTER-EXIT.
068400     EXIT.
068500*
068600*    A RERUN FOR THE SAME DATE - THE EARLIER SNAPSHOT'S RECORDS
068700*    ARE DROPPED SO THE DATE IS TAKEN AFRESH
068800 3000-DROP-EARLIER-SNAPSHOT.
068900     MOVE "N" TO WS-EOF-SWITCH.
069000     MOVE WS-SNAP-DATE TO MEH-SNAP-DATE.
069100     MOVE LOW-VALUES TO MEH-CUST-ID.
069200     START MONTH-END-HISTORY
069300         KEY IS NOT LESS THAN MEH-KEY
069400         INVALID KEY
069500             GO TO 3000-DROP-EARLIER-SNAPSHOT-EXIT
069600     END-START.
069700     PERFORM 2110-READ-NEXT-SNAPSHOT
069800         THRU 2110-READ-NEXT-SNAPSHOT-EXIT.
069900     PERFORM 3100-DROP-ONE-RECORD
070000         THRU 3100-DROP-ONE-RECORD-EXIT
070100         UNTIL WS-EOF OR WS-ABORT-RUN
070200             OR MEH-SNAP-DATE NOT = WS-SNAP-DATE.
070300 3000-DROP-EARLIER-SNAPSHOT-EXIT.
070400     EXIT.
070500*
070600 3100-DROP-ONE-RECORD.
070700     DELETE MONTH-END-HISTORY RECORD
070800         INVALID KEY
070900             DISPLAY "BALSNAP: UNABLE TO DROP EARLIER SNAPSHOT"
071000                 " FOR " MEH-CUST-ID ", FILE STATUS="
071100                 WS-MONTH-END-STATUS
071200             SET WS-ABORT-RUN TO TRUE
071300             GO TO 3100-DROP-ONE-RECORD-EXIT
071400     END-DELETE.
071500     SET WS-UPDATE-STARTED TO TRUE.
071600     ADD 1 TO WS-REPLACED-COUNT.
071700     PERFORM 2110-READ-NEXT-SNAPSHOT
071800         THRU 2110-READ-NEXT-SNAPSHOT-EXIT.
071900 3100-DROP-ONE-RECORD-EXIT.
072000     EXIT.
072100*
072200*    RELEASES EVERY UNREVERSED POSTING OF THE PERIOD INTO THE
072300*    SORT - DATED AFTER THE PRIOR MONTH-END, UP TO AND INCLUDING
072400*    THIS ONE
072500 4000-RELEASE-ACTIVITY.
072600     OPEN INPUT BALANCE-HISTORY-FILE.
072700     IF NOT WS-BALANCE-HISTORY-OK
072800         DISPLAY "BALSNAP: UNABLE TO OPEN BALANCE-HISTORY-FILE,"
072900             " FILE STATUS=" WS-BALANCE-HISTORY-STATUS
073000         SET WS-ABORT-RUN TO TRUE
073100         GO TO 4000-RELEASE-ACTIVITY-EXIT
073200     END-IF.
073300     MOVE "N" TO WS-EOF-SWITCH.
073400     PERFORM 4100-RELEASE-ONE-IMAGE
073500         THRU 4100-RELEASE-ONE-IMAGE-EXIT
073600         UNTIL WS-EOF.
073700     CLOSE BALANCE-HISTORY-FILE.
073800 4000-RELEASE-ACTIVITY-EXIT.
073900     EXIT.
074000*
074100 4100-RELEASE-ONE-IMAGE.
074200     READ BALANCE-HISTORY-FILE
074300         AT END
074400             SET WS-EOF TO TRUE
074500             GO TO 4100-RELEASE-ONE-IMAGE-EXIT
074600     END-READ.
074700     ADD 1 TO WS-IMAGE-READ-COUNT.
074800     IF BHS-REVERSED
074900             OR BHS-POST-DATE NOT > WS-PERIOD-AFTER-DATE
075000             OR BHS-POST-DATE > WS-SNAP-DATE
075100         GO TO 4100-RELEASE-ONE-IMAGE-EXIT
075200     END-IF.
075300     ADD 1 TO WS-IMAGE-PERIOD-COUNT.
075400     MOVE BHS-CUST-ID TO SWK-CUST-ID.
075500     MOVE BHS-POSTED-ADD TO SWK-POSTED-ADD.
075600     MOVE BHS-POSTED-SUB TO SWK-POSTED-SUB.
075700     MOVE BHS-POSTED-MULT TO SWK-POSTED-MULT.
075800     MOVE BHS-POSTED-DIV TO SWK-POSTED-DIV.
075900     RELEASE SORT-WORK-RECORD.
076000 4100-RELEASE-ONE-IMAGE-EXIT.
076100     EXIT.
076200*
076300*    MATCHES THE SORTED ACTIVITY AGAINST THE BALANCE MASTER IN
076400*    KEY ORDER - EVERY MASTER RECORD IS SNAPSHOTTED WITH ITS
076500*    ACTIVITY (NONE IF IT HAD NO POSTING), AND ACTIVITY FOR A
076600*    CUSTOMER NO LONGER ON THE MASTER IS LISTED ON ITS OWN
076700 5000-TAKE-SNAPSHOT.
076800     IF WS-ABORT-RUN
076900         GO TO 5000-TAKE-SNAPSHOT-EXIT
077000     END-IF.
077100     PERFORM 5010-WRITE-PERIOD-HEADING
077200         THRU 5010-WRITE-PERIOD-HEADING-EXIT.
077300     MOVE "N" TO WS-MASTER-EOF-SWITCH.
077400     MOVE LOW-VALUES TO BAL-CUST-ID.
077500     START BALANCE-MASTER
077600         KEY IS NOT LESS THAN BAL-CUST-ID
077700         INVALID KEY
077800             SET WS-MASTER-EOF TO TRUE
077900     END-START.
078000     IF NOT WS-MASTER-EOF
078100         PERFORM 5020-READ-NEXT-MASTER
078200             THRU 5020-READ-NEXT-MASTER-EXIT
078300     END-IF.
078400     MOVE "N" TO WS-SORT-EOF-SWITCH.
078500     PERFORM 5030-RETURN-ONE-IMAGE
078600         THRU 5030-RETURN-ONE-IMAGE-EXIT.
078700     PERFORM 5100-MATCH-ONE-CUSTOMER
078800         THRU 5100-MATCH-ONE-CUSTOMER-EXIT
078900         UNTIL (WS-MASTER-EOF AND WS-SORT-EOF) OR WS-ABORT-RUN.
079000 5000-TAKE-SNAPSHOT-EXIT.
079100     EXIT.
079200*
079300 5010-WRITE-PERIOD-HEADING.
079400     MOVE SPACES TO REGISTER-LINE.
079500     IF WS-PRIOR-SNAP-DATE > ZERO
079600         STRING "PRIOR MONTH-END ....... " DELIMITED BY SIZE
079700                 WS-PRIOR-SNAP-DATE DELIMITED BY SIZE
079800                 INTO REGISTER-LINE
079900     ELSE
080000         STRING "PRIOR MONTH-END ....... " DELIMITED BY SIZE
080100                 "NONE - OPENING SNAPSHOT" DELIMITED BY SIZE
080200                 INTO REGISTER-LINE
080300     END-IF.
080400     WRITE REGISTER-LINE.
080500     MOVE SPACES TO REGISTER-LINE.
080600     IF WS-PRIOR-SNAP-DATE > ZERO
080700         STRING "ACTIVITY PERIOD ....... " DELIMITED BY SIZE
080800                 "AFTER " DELIMITED BY SIZE
080900                 WS-PERIOD-AFTER-DATE DELIMITED BY SIZE
081000                 " UP TO " DELIMITED BY SIZE
081100                 WS-SNAP-DATE DELIMITED BY SIZE
081200                 INTO REGISTER-LINE
081300     ELSE
081400         STRING "ACTIVITY PERIOD ....... " DELIMITED BY SIZE
081500                 "CALENDAR MONTH UP TO " DELIMITED BY SIZE
081600                 WS-SNAP-DATE DELIMITED BY SIZE
081700                 INTO REGISTER-LINE
081800     END-IF.
081900     WRITE REGISTER-LINE.
082000     MOVE SPACES TO REGISTER-LINE.
082100     WRITE REGISTER-LINE.
082200     WRITE REGISTER-LINE FROM WS-MOVEMENT-COLUMN-HEADING.
082300     MOVE SPACES TO REGISTER-LINE.
082400     WRITE REGISTER-LINE.
082500 5010-WRITE-PERIOD-HEADING-EXIT.
082600     EXIT.
082700*
082800 5020-READ-NEXT-MASTER.
082900     READ BALANCE-MASTER NEXT RECORD
083000         AT END
083100             SET WS-MASTER-EOF TO TRUE
083200     END-READ.
083300 5020-READ-NEXT-MASTER-EXIT.
083400     EXIT.
083500*
083600 5030-RETURN-ONE-IMAGE.
083700     RETURN SORT-WORK-FILE
083800         AT END
083900             SET WS-SORT-EOF TO TRUE
084000     END-RETURN.
084100 5030-RETURN-ONE-IMAGE-EXIT.
084200     EXIT.
084300*
084400 5100-MATCH-ONE-CUSTOMER.
084500     INITIALIZE WS-MOVEMENT-TABLE.
084600     IF WS-MASTER-EOF
084700         PERFORM 5400-ACTIVITY-NOT-ON-MASTER
084800             THRU 5400-ACTIVITY-NOT-ON-MASTER-EXIT
084900         GO TO 5100-MATCH-ONE-CUSTOMER-EXIT
085000     END-IF.
085100     IF NOT WS-SORT-EOF
085200         IF SWK-CUST-ID < BAL-CUST-ID
085300             PERFORM 5400-ACTIVITY-NOT-ON-MASTER
085400                 THRU 5400-ACTIVITY-NOT-ON-MASTER-EXIT
085500             GO TO 5100-MATCH-ONE-CUSTOMER-EXIT
085600         END-IF
085700         IF SWK-CUST-ID = BAL-CUST-ID
085800             PERFORM 5110-GATHER-ACTIVITY
085900                 THRU 5110-GATHER-ACTIVITY-EXIT
086000         END-IF
086100     END-IF.
086200     PERFORM 5200-SNAP-ONE-CUSTOMER
086300         THRU 5200-SNAP-ONE-CUSTOMER-EXIT.
086400     PERFORM 5020-READ-NEXT-MASTER
086500         THRU 5020-READ-NEXT-MASTER-EXIT.
086600 5100-MATCH-ONE-CUSTOMER-EXIT.
086700     EXIT.
086800*
086900*    SUMS EVERY POSTING OF THE PERIOD FOR THE CUSTOMER AT THE
087000*    FRONT OF THE SORTED ACTIVITY
087100 5110-GATHER-ACTIVITY.
087200     MOVE SWK-CUST-ID TO WS-ACTIVITY-CUST-ID.
087300     PERFORM 5120-ADD-ONE-IMAGE
087400         THRU 5120-ADD-ONE-IMAGE-EXIT
087500         UNTIL WS-SORT-EOF
087600             OR SWK-CUST-ID NOT = WS-ACTIVITY-CUST-ID.
087700 5110-GATHER-ACTIVITY-EXIT.
087800     EXIT.
087900*
088000 5120-ADD-ONE-IMAGE.
088100     ADD SWK-POSTED-ADD TO WS-MOV-ACTIVITY (1).
088200     ADD SWK-POSTED-SUB TO WS-MOV-ACTIVITY (2).
088300     ADD SWK-POSTED-MULT TO WS-MOV-ACTIVITY (3).
088400     ADD SWK-POSTED-DIV TO WS-MOV-ACTIVITY (4).
088500     PERFORM 5030-RETURN-ONE-IMAGE
088600         THRU 5030-RETURN-ONE-IMAGE-EXIT.
088700 5120-ADD-ONE-IMAGE-EXIT.
088800     EXIT.
088900*
089000*    ONE MASTER RECORD - ITS PRIOR POSITION COMES OFF THE PRIOR
089100*    MONTH-END SNAPSHOT (NONE FOR A CUSTOMER NEW SINCE THEN), ITS
089200*    CURRENT POSITION IS ITS BALMST TOTALS. THE SNAPSHOT RECORD
089300*    IS WRITTEN AND THE CUSTOMER'S BLOCK PRINTED
089400 5200-SNAP-ONE-CUSTOMER.
089500     ADD 1 TO WS-MASTER-READ-COUNT.
089600     MOVE "N" TO WS-NEW-CUSTOMER-SWITCH.
089700     MOVE "N" TO WS-CUSTOMER-TIE-SWITCH.
089800     MOVE BAL-TOT-ADD TO WS-MOV-CURRENT (1).
089900     MOVE BAL-TOT-SUB TO WS-MOV-CURRENT (2).
090000     MOVE BAL-TOT-MULT TO WS-MOV-CURRENT (3).
090100     MOVE BAL-TOT-DIV TO WS-MOV-CURRENT (4).
090200     IF WS-PRIOR-SNAP-DATE > ZERO
090300         MOVE WS-PRIOR-SNAP-DATE TO MEH-SNAP-DATE
090400         MOVE BAL-CUST-ID TO MEH-CUST-ID
090500         READ MONTH-END-HISTORY
090600             INVALID KEY
090700                 SET WS-NEW-CUSTOMER TO TRUE
090800         END-READ
090900         IF NOT WS-NEW-CUSTOMER
091000             MOVE MEH-TOT-ADD TO WS-MOV-PRIOR (1)
091100             MOVE MEH-TOT-SUB TO WS-MOV-PRIOR (2)
091200             MOVE MEH-TOT-MULT TO WS-MOV-PRIOR (3)
091300             MOVE MEH-TOT-DIV TO WS-MOV-PRIOR (4)
091400         ELSE
091500             ADD 1 TO WS-NEW-CUSTOMER-COUNT
091600         END-IF
091700         PERFORM 5210-JUDGE-ONE-COMPONENT
091800             THRU 5210-JUDGE-ONE-COMPONENT-EXIT
091900             VARYING WS-COMP-SUB FROM 1 BY 1
092000             UNTIL WS-COMP-SUB > 4
092100     END-IF.
092200     MOVE SPACES TO MONTH-END-HISTORY-RECORD.
092300     MOVE WS-SNAP-DATE TO MEH-SNAP-DATE.
092400     MOVE BAL-CUST-ID TO MEH-CUST-ID.
092500     MOVE BAL-OPEN-ADD TO MEH-OPEN-ADD.
092600     MOVE BAL-OPEN-SUB TO MEH-OPEN-SUB.
092700     MOVE BAL-OPEN-MULT TO MEH-OPEN-MULT.
092800     MOVE BAL-OPEN-DIV TO MEH-OPEN-DIV.
092900     MOVE BAL-TOT-ADD TO MEH-TOT-ADD.
093000     MOVE BAL-TOT-SUB TO MEH-TOT-SUB.
093100     MOVE BAL-TOT-MULT TO MEH-TOT-MULT.
093200     MOVE BAL-TOT-DIV TO MEH-TOT-DIV.
093300     MOVE BAL-LAST-POST-DATE TO MEH-LAST-POST-DATE.
093400     MOVE WS-RUN-DATE TO MEH-TAKEN-DATE.
093500     IF WS-PRIOR-SNAP-DATE = ZERO
093600         SET MEH-OPENING-SNAPSHOT TO TRUE
093700     ELSE
093800         IF WS-CUSTOMER-OUT-OF-TIE
093900             SET MEH-MOVEMENT-OUT TO TRUE
094000         ELSE
094100             SET MEH-MOVEMENT-TIED TO TRUE
094200         END-IF
094300     END-IF.
094400     WRITE MONTH-END-HISTORY-RECORD
094500         INVALID KEY
094600             DISPLAY "BALSNAP: UNABLE TO WRITE SNAPSHOT FOR "
094700                 BAL-CUST-ID ", FILE STATUS=" WS-MONTH-END-STATUS
094800             SET WS-ABORT-RUN TO TRUE
094900             GO TO 5200-SNAP-ONE-CUSTOMER-EXIT
095000     END-WRITE.
095100     SET WS-UPDATE-STARTED TO TRUE.
095200     ADD 1 TO WS-SNAPSHOT-COUNT.
095300     MOVE BAL-CUST-ID TO WS-PRINT-CUST-ID.
095400     MOVE BAL-LAST-POST-DATE TO WS-SNP-EDIT-DATE.
095500     MOVE WS-SNP-EDIT-DATE TO WS-PRINT-LAST-POST.
095600     MOVE SPACES TO WS-PRINT-NOTE.
095700     IF WS-CUSTOMER-OUT-OF-TIE
095800         ADD 1 TO WS-OUT-OF-TIE-COUNT
095900         IF WS-NEW-CUSTOMER
096000             MOVE "*** OUT OF TIE *** - NEW SINCE PRIOR M-END"
096100                 TO WS-PRINT-NOTE
096200         ELSE
096300             MOVE "*** OUT OF TIE ***" TO WS-PRINT-NOTE
096400         END-IF
096500     ELSE
096600         IF WS-NEW-CUSTOMER
096700             MOVE "NEW SINCE PRIOR MONTH-END" TO WS-PRINT-NOTE
096800         END-IF
096900     END-IF.
097000     PERFORM 5600-PRINT-CUSTOMER
097100         THRU 5600-PRINT-CUSTOMER-EXIT.
097200 5200-SNAP-ONE-CUSTOMER-EXIT.
097300     EXIT.
097400*
097500*    PRIOR PLUS THE MONTH'S ACTIVITY MUST MAKE THE CURRENT
097600*    POSITION, COMPONENT BY COMPONENT
097700 5210-JUDGE-ONE-COMPONENT.
097800     COMPUTE WS-MOV-DIFFERENCE (WS-COMP-SUB) =
097900         WS-MOV-PRIOR (WS-COMP-SUB)
098000         + WS-MOV-ACTIVITY (WS-COMP-SUB)
098100         - WS-MOV-CURRENT (WS-COMP-SUB).
098200     IF WS-MOV-DIFFERENCE (WS-COMP-SUB) NOT = ZERO
098300         SET WS-CUSTOMER-OUT-OF-TIE TO TRUE
098400     END-IF.
098500 5210-JUDGE-ONE-COMPONENT-EXIT.
098600     EXIT.
098700*
098800*    ACTIVITY FOR A CUSTOMER NOT ON THE MASTER - IT WAS POSTED
098900*    BUT THE CUSTOMER HAS SINCE GONE, SO IT IS OUT OF TIE - ON AN
098950*    OPENING SNAPSHOT IT IS ONLY LISTED, NOT JUDGED. ANY PRIOR
099000*    POSITION IS LISTED BY THE PRIOR-ONLY PASS
099100 5400-ACTIVITY-NOT-ON-MASTER.
099200     MOVE SWK-CUST-ID TO WS-PRINT-CUST-ID.
099300     PERFORM 5110-GATHER-ACTIVITY
099400         THRU 5110-GATHER-ACTIVITY-EXIT.
099500     ADD 1 TO WS-NOT-ON-MASTER-COUNT.
099510     MOVE "NONE" TO WS-PRINT-LAST-POST.
099520     IF WS-PRIOR-SNAP-DATE = ZERO
099530         MOVE "N" TO WS-CUSTOMER-TIE-SWITCH
099540         MOVE "NOT ON BALMST" TO WS-PRINT-NOTE
099550         GO TO 5400-PRINT-CUSTOMER
099560     END-IF.
099600     ADD 1 TO WS-OUT-OF-TIE-COUNT.
099700     PERFORM 5210-JUDGE-ONE-COMPONENT
099800         THRU 5210-JUDGE-ONE-COMPONENT-EXIT
099900         VARYING WS-COMP-SUB FROM 1 BY 1
100000         UNTIL WS-COMP-SUB > 4.
100100     SET WS-CUSTOMER-OUT-OF-TIE TO TRUE.
100300     MOVE "*** OUT OF TIE *** - ACTIVITY NOT ON BALMST"
100400         TO WS-PRINT-NOTE.
100450 5400-PRINT-CUSTOMER.
100500     PERFORM 5600-PRINT-CUSTOMER
100600         THRU 5600-PRINT-CUSTOMER-EXIT.
100700 5400-ACTIVITY-NOT-ON-MASTER-EXIT.
100800     EXIT.
100900*
101000*    THE CUSTOMER LINE, THEN ONE LINE PER COMPONENT - A
101100*    COMPONENT THAT DOES NOT TIE SHOWS BY HOW MUCH. THE FIGURES
101200*    GO INTO THE GRAND TOTALS AS THEY ARE PRINTED
101300 5600-PRINT-CUSTOMER.
101400     MOVE SPACES TO REGISTER-LINE.
101500     STRING WS-PRINT-CUST-ID DELIMITED BY SIZE
101600             "  LAST POSTED " DELIMITED BY SIZE
101700             WS-PRINT-LAST-POST DELIMITED BY SIZE
101800             "  " DELIMITED BY SIZE
101900             WS-PRINT-NOTE DELIMITED BY SIZE
102000             INTO REGISTER-LINE.
102100     WRITE REGISTER-LINE.
102200     PERFORM 5610-PRINT-ONE-COMPONENT
102300         THRU 5610-PRINT-ONE-COMPONENT-EXIT
102400         VARYING WS-COMP-SUB FROM 1 BY 1
102500         UNTIL WS-COMP-SUB > 4.
102600 5600-PRINT-CUSTOMER-EXIT.
102700     EXIT.
102800*
102900 5610-PRINT-ONE-COMPONENT.
103000     MOVE WS-COMPONENT-NAME (WS-COMP-SUB) TO MDL-COMPONENT.
103100     MOVE WS-MOV-PRIOR (WS-COMP-SUB) TO MDL-PRIOR.
103200     MOVE WS-MOV-ACTIVITY (WS-COMP-SUB) TO MDL-ACTIVITY.
103300     MOVE WS-MOV-CURRENT (WS-COMP-SUB) TO MDL-CURRENT.
103400     MOVE SPACES TO MDL-NOTE.
103500     IF WS-CUSTOMER-OUT-OF-TIE
103600             AND WS-MOV-DIFFERENCE (WS-COMP-SUB) NOT = ZERO
103700         MOVE WS-MOV-DIFFERENCE (WS-COMP-SUB) TO WS-SNP-EDIT-DIFF
103800         STRING "OFF BY " DELIMITED BY SIZE
103900                 WS-SNP-EDIT-DIFF DELIMITED BY SIZE
104000                 INTO MDL-NOTE
104100     END-IF.
104200     WRITE REGISTER-LINE FROM WS-MOVEMENT-DETAIL-LINE.
104300     ADD WS-MOV-PRIOR (WS-COMP-SUB) TO WS-GRD-PRIOR (WS-COMP-SUB).
104400     ADD WS-MOV-ACTIVITY (WS-COMP-SUB)
104500         TO WS-GRD-ACTIVITY (WS-COMP-SUB).
104600     ADD WS-MOV-CURRENT (WS-COMP-SUB)
104700         TO WS-GRD-CURRENT (WS-COMP-SUB).
104800 5610-PRINT-ONE-COMPONENT-EXIT.
104900     EXIT.
105000*
105100*    CUSTOMERS ON THE PRIOR MONTH-END SNAPSHOT THAT ARE NO LONGER
105200*    ON BALMST - THEIR PRIOR POSITION HAS NOWHERE TO GO, SO EACH
105300*    IS LISTED OUT OF TIE
105400 6000-LIST-PRIOR-ONLY.
105500     MOVE "N" TO WS-EOF-SWITCH.
105600     MOVE WS-PRIOR-SNAP-DATE TO MEH-SNAP-DATE.
105700     MOVE LOW-VALUES TO MEH-CUST-ID.
105800     START MONTH-END-HISTORY
105900         KEY IS NOT LESS THAN MEH-KEY
106000         INVALID KEY
106100             GO TO 6000-LIST-PRIOR-ONLY-EXIT
106200     END-START.
106300     PERFORM 2110-READ-NEXT-SNAPSHOT
106400         THRU 2110-READ-NEXT-SNAPSHOT-EXIT.
106500     PERFORM 6100-CHECK-ONE-PRIOR
106600         THRU 6100-CHECK-ONE-PRIOR-EXIT
106700         UNTIL WS-EOF OR MEH-SNAP-DATE NOT = WS-PRIOR-SNAP-DATE.
106800 6000-LIST-PRIOR-ONLY-EXIT.
106900     EXIT.
107000*
107100 6100-CHECK-ONE-PRIOR.
107200     MOVE "Y" TO WS-FOUND-SWITCH.
107300     MOVE MEH-CUST-ID TO BAL-CUST-ID.
107400     READ BALANCE-MASTER
107500         INVALID KEY
107600             MOVE "N" TO WS-FOUND-SWITCH
107700     END-READ.
107800     IF NOT WS-ENTRY-FOUND
107900         INITIALIZE WS-MOVEMENT-TABLE
108000         MOVE MEH-TOT-ADD TO WS-MOV-PRIOR (1)
108100         MOVE MEH-TOT-SUB TO WS-MOV-PRIOR (2)
108200         MOVE MEH-TOT-MULT TO WS-MOV-PRIOR (3)
108300         MOVE MEH-TOT-DIV TO WS-MOV-PRIOR (4)
108400         PERFORM 5210-JUDGE-ONE-COMPONENT
108500             THRU 5210-JUDGE-ONE-COMPONENT-EXIT
108600             VARYING WS-COMP-SUB FROM 1 BY 1
108700             UNTIL WS-COMP-SUB > 4
108800         SET WS-CUSTOMER-OUT-OF-TIE TO TRUE
108900         ADD 1 TO WS-PRIOR-ONLY-COUNT
109000         ADD 1 TO WS-OUT-OF-TIE-COUNT
109100         MOVE MEH-CUST-ID TO WS-PRINT-CUST-ID
109200         MOVE MEH-LAST-POST-DATE TO WS-SNP-EDIT-DATE
109300         MOVE WS-SNP-EDIT-DATE TO WS-PRINT-LAST-POST
109400         MOVE "*** OUT OF TIE *** - PRIOR M-END ONLY"
109500             TO WS-PRINT-NOTE
109600         PERFORM 5600-PRINT-CUSTOMER
109700             THRU 5600-PRINT-CUSTOMER-EXIT
109800     END-IF.
109900     PERFORM 2110-READ-NEXT-SNAPSHOT
110000         THRU 2110-READ-NEXT-SNAPSHOT-EXIT.
110100 6100-CHECK-ONE-PRIOR-EXIT.
110200     EXIT.
110300*
110400 7000-WRITE-REPORT-HEADING.
110500     MOVE SPACES TO REGISTER-LINE.
110600     STRING "BALSNAP MONTH-END SNAPSHOT AND MOVEMENT REGISTER - "
110700             DELIMITED BY SIZE
110800             PARM-SNAP-DATE DELIMITED BY SIZE
110900             INTO REGISTER-LINE.
111000     WRITE REGISTER-LINE.
111100     MOVE SPACES TO REGISTER-LINE.
111200     WRITE REGISTER-LINE.
111300 7000-WRITE-REPORT-HEADING-EXIT.
111400     EXIT.
111500*
111600*    THE REGISTER'S CLOSING TOTALS - THE GRAND MOVEMENT BY
111700*    COMPONENT, THE MONTH'S ACTIVITY AGAINST THE SUM OF THE
111800*    PERIOD'S RUNHIST CONTROL TOTALS, AND THE COUNTS
111900 8000-REGISTER-TOTALS.
112000     MOVE SPACES TO REGISTER-LINE.
112100     WRITE REGISTER-LINE.
112200     MOVE "MONTH MOVEMENT GRAND TOTALS" TO REGISTER-LINE.
112300     WRITE REGISTER-LINE.
112400     MOVE SPACES TO REGISTER-LINE.
112500     WRITE REGISTER-LINE.
112600     WRITE REGISTER-LINE FROM WS-TOTAL-COLUMN-HEADING.
112700     PERFORM 8100-TOTAL-ONE-COMPONENT
112800         THRU 8100-TOTAL-ONE-COMPONENT-EXIT
112900         VARYING WS-COMP-SUB FROM 1 BY 1
113000         UNTIL WS-COMP-SUB > 4.
113100     MOVE SPACES TO REGISTER-LINE.
113200     WRITE REGISTER-LINE.
113300     PERFORM 8200-TIE-ONE-COMPONENT
113400         THRU 8200-TIE-ONE-COMPONENT-EXIT
113500         VARYING WS-COMP-SUB FROM 1 BY 1
113600         UNTIL WS-COMP-SUB > 4.
113700     MOVE SPACES TO REGISTER-LINE.
113800     WRITE REGISTER-LINE.
113900     MOVE WS-DAY-COUNT TO WS-SNP-EDIT-COUNT.
114000     STRING "RUN DAYS IN PERIOD .... " DELIMITED BY SIZE
114100             WS-SNP-EDIT-COUNT DELIMITED BY SIZE
114200             INTO REGISTER-LINE.
114300     WRITE REGISTER-LINE.
114400     MOVE WS-IMAGE-READ-COUNT TO WS-SNP-EDIT-COUNT.
114500     STRING "BALHIST IMAGES READ ... " DELIMITED BY SIZE
114600             WS-SNP-EDIT-COUNT DELIMITED BY SIZE
114700             INTO REGISTER-LINE.
114800     WRITE REGISTER-LINE.
114900     MOVE WS-IMAGE-PERIOD-COUNT TO WS-SNP-EDIT-COUNT.
115000     STRING "POSTINGS IN PERIOD .... " DELIMITED BY SIZE
115100             WS-SNP-EDIT-COUNT DELIMITED BY SIZE
115200             INTO REGISTER-LINE.
115300     WRITE REGISTER-LINE.
115400     MOVE WS-MASTER-READ-COUNT TO WS-SNP-EDIT-COUNT.
115500     STRING "MASTER RECORDS READ ... " DELIMITED BY SIZE
115600             WS-SNP-EDIT-COUNT DELIMITED BY SIZE
115700             INTO REGISTER-LINE.
115800     WRITE REGISTER-LINE.
115900     MOVE WS-SNAPSHOT-COUNT TO WS-SNP-EDIT-COUNT.
116000     STRING "SNAPSHOT RECORDS ...... " DELIMITED BY SIZE
116100             WS-SNP-EDIT-COUNT DELIMITED BY SIZE
116200             INTO REGISTER-LINE.
116300     WRITE REGISTER-LINE.
116400     MOVE WS-REPLACED-COUNT TO WS-SNP-EDIT-COUNT.
116500     STRING "EARLIER ONES REPLACED . " DELIMITED BY SIZE
116600             WS-SNP-EDIT-COUNT DELIMITED BY SIZE
116700             INTO REGISTER-LINE.
116800     WRITE REGISTER-LINE.
116900     MOVE WS-NEW-CUSTOMER-COUNT TO WS-SNP-EDIT-COUNT.
117000     STRING "NEW CUSTOMERS ......... " DELIMITED BY SIZE
117100             WS-SNP-EDIT-COUNT DELIMITED BY SIZE
117200             INTO REGISTER-LINE.
117300     WRITE REGISTER-LINE.
117400     MOVE WS-NOT-ON-MASTER-COUNT TO WS-SNP-EDIT-COUNT.
117500     STRING "ACTIVITY NOT ON BALMST  " DELIMITED BY SIZE
117600             WS-SNP-EDIT-COUNT DELIMITED BY SIZE
117700             INTO REGISTER-LINE.
117800     WRITE REGISTER-LINE.
117900     MOVE WS-PRIOR-ONLY-COUNT TO WS-SNP-EDIT-COUNT.
118000     STRING "PRIOR M-END ONLY ...... " DELIMITED BY SIZE
118100             WS-SNP-EDIT-COUNT DELIMITED BY SIZE
118200             INTO REGISTER-LINE.
118300     WRITE REGISTER-LINE.
118400     MOVE WS-OUT-OF-TIE-COUNT TO WS-SNP-EDIT-COUNT.
118500     STRING "CUSTOMERS OUT OF TIE .. " DELIMITED BY SIZE
118600             WS-SNP-EDIT-COUNT DELIMITED BY SIZE
118700             INTO REGISTER-LINE.
118800     WRITE REGISTER-LINE.
118900     MOVE SPACES TO REGISTER-LINE.
119000     WRITE REGISTER-LINE.
119100     IF WS-PRIOR-SNAP-DATE = ZERO
119200         MOVE "OPENING SNAPSHOT - NO PRIOR MONTH-END TO TIE TO"
119300             TO REGISTER-LINE
119400     ELSE
119500         IF WS-OUT-OF-TIE-COUNT > ZERO OR WS-TOTALS-OUT-OF-TIE
119600             MOVE "MOVEMENT OUT OF TIE - SEE THE FLAGGED LINES"
119700                 TO REGISTER-LINE
119800         ELSE
119900             MOVE "MOVEMENT TIES - EVERY CUSTOMER AND RUNHIST"
120000                 TO REGISTER-LINE
120100         END-IF
120200     END-IF.
120300     WRITE REGISTER-LINE.
120400 8000-REGISTER-TOTALS-EXIT.
120500     EXIT.
120600*
120700 8100-TOTAL-ONE-COMPONENT.
120800     MOVE WS-COMPONENT-NAME (WS-COMP-SUB) TO TDL-COMPONENT.
120900     MOVE WS-GRD-PRIOR (WS-COMP-SUB) TO TDL-PRIOR.
121000     MOVE WS-GRD-ACTIVITY (WS-COMP-SUB) TO TDL-ACTIVITY.
121100     MOVE WS-GRD-CURRENT (WS-COMP-SUB) TO TDL-CURRENT.
121200     MOVE WS-GRD-RUNHIST (WS-COMP-SUB) TO TDL-RUNHIST.
121300     WRITE REGISTER-LINE FROM WS-TOTAL-DETAIL-LINE.
121400 8100-TOTAL-ONE-COMPONENT-EXIT.
121500     EXIT.
121600*
121700*    THE MONTH'S POSTED ACTIVITY MUST EQUAL THE SUM OF THE
121800*    PERIOD'S RUNHIST CONTROL TOTALS. AN OPENING SNAPSHOT'S
121900*    ACTIVITY MAY PREDATE BALHIST, SO IT IS SHOWN BUT NOT JUDGED
122000 8200-TIE-ONE-COMPONENT.
122100     COMPUTE WS-GRD-DIFFERENCE =
122200         WS-GRD-ACTIVITY (WS-COMP-SUB)
122300         - WS-GRD-RUNHIST (WS-COMP-SUB).
122400     MOVE SPACES TO REGISTER-LINE.
122500     IF WS-GRD-DIFFERENCE = ZERO
122600         STRING WS-COMPONENT-NAME (WS-COMP-SUB) DELIMITED BY SIZE
122700                 " ACTIVITY TIES TO RUNHIST" DELIMITED BY SIZE
122800                 INTO REGISTER-LINE
122900     ELSE
123000         IF WS-PRIOR-SNAP-DATE > ZERO
123100             SET WS-TOTALS-OUT-OF-TIE TO TRUE
123200         END-IF
123300         MOVE WS-GRD-DIFFERENCE TO WS-SNP-EDIT-AMOUNT
123400         STRING WS-COMPONENT-NAME (WS-COMP-SUB) DELIMITED BY SIZE
123500                 " ACTIVITY DOES NOT TIE TO RUNHIST - OFF BY"
123600                 DELIMITED BY SIZE
123700                 WS-SNP-EDIT-AMOUNT DELIMITED BY SIZE
123800                 INTO REGISTER-LINE
123900     END-IF.
124000     WRITE REGISTER-LINE.
124100 8200-TIE-ONE-COMPONENT-EXIT.
124200     EXIT.
124300*
124400*    WRITTEN WHEN A CHECK REFUSED THE DATE - THE REGISTER SAYS
124500*    WHY NOTHING WAS WRITTEN
124600 8900-REFUSAL-REPORT.
124700     MOVE SPACES TO REGISTER-LINE.
124800     WRITE REGISTER-LINE.
124900     MOVE SPACES TO REGISTER-LINE.
125000     STRING "SNAPSHOT REFUSED - " DELIMITED BY SIZE
125100             WS-REFUSAL-REASON DELIMITED BY SIZE
125200             INTO REGISTER-LINE.
125300     WRITE REGISTER-LINE.
125400     MOVE "NOTHING WAS WRITTEN TO MEHIST." TO REGISTER-LINE.
125500     WRITE REGISTER-LINE.
125600 8900-REFUSAL-REPORT-EXIT.
125700     EXIT.
125800*
125900 9000-TERMINATE.
126000     DISPLAY "BALSNAP: MONTH-END DATE: " PARM-SNAP-DATE.
126100     IF WS-SNAPSHOT-REFUSED
126200         DISPLAY "BALSNAP: SNAPSHOT REFUSED - " WS-REFUSAL-REASON
126300     ELSE
126400         DISPLAY "BALSNAP: SNAPSHOT RECORDS: " WS-SNAPSHOT-COUNT
126500         DISPLAY "BALSNAP: CUSTOMERS OUT OF TIE: "
126600             WS-OUT-OF-TIE-COUNT
126700     END-IF.
126800     IF WS-ABORT-RUN AND WS-UPDATE-STARTED
126900         DISPLAY "BALSNAP: RUN ABORTED PART-WAY - THE DATE'S"
127000             " SNAPSHOT IS INCOMPLETE, RERUN BALSNAP FOR IT"
127100         IF WS-REPORT-OPEN
127200             MOVE "RUN ABORTED PART-WAY - RERUN FOR THE DATE"
127300                 TO REGISTER-LINE
127400             WRITE REGISTER-LINE
127500         END-IF
127600     END-IF.
127700     IF WS-MASTER-OPEN
127800         CLOSE BALANCE-MASTER
127900     END-IF.
128000     IF WS-HISTORY-OPEN
128100         CLOSE MONTH-END-HISTORY
128200     END-IF.
128300     IF WS-REPORT-OPEN
128400         CLOSE REGISTER-FILE
128500     END-IF.
128600*    RETURN CODE 16 FLAGS AN ABORTED RUN, RETURN CODE 8 A DATE
128700*    REFUSED BY ONE OF THE CHECKS (NOTHING WRITTEN), RETURN CODE
128800*    4 A SNAPSHOT TAKEN WITH A CUSTOMER OR THE GRAND TOTALS OUT
128900*    OF TIE
129000     IF WS-ABORT-RUN
129100         MOVE 16 TO RETURN-CODE
129200     ELSE
129300         IF WS-SNAPSHOT-REFUSED
129400             MOVE 8 TO RETURN-CODE
129500         ELSE
129600             IF WS-OUT-OF-TIE-COUNT > ZERO OR WS-TOTALS-OUT-OF-TIE
129700                 MOVE 4 TO RETURN-CODE
129800             ELSE
129900                 MOVE ZERO TO RETURN-CODE
130000             END-IF
130100         END-IF
130200     END-IF.
130300 9000-TERMINATE-EXIT.
130400     EXIT.
