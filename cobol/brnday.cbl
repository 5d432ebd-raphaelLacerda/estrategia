000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BRNDAY.
000300 AUTHOR. DATA-PROCESSING-DEPT.
000400 INSTALLATION. ESTRATEGIA-BATCH-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RSL  ORIGINAL VERSION - DAILY PER-BRANCH FIGURES
001100*                     KEPT ON THE BRANCH HISTORY FILE (BRNHIST).
001200*                     THE DAY'S BRANCH NUMBERS ARE SPREAD OVER
001300*                     FILES THAT ARE OVERWRITTEN EVERY DAY - THIS
001400*                     STEP READS THEM BACK AND FILES ONE RECORD
001500*                     PER BRANCH PER BUSINESS DATE: TRANSACTIONS
001600*                     ACCEPTED (TRANIN), REJECTED IN TOTAL AND BY
001700*                     EDIT REASON (TRANREJ), EXCEPTIONS RAISED
001800*                     (EXCRPT), AND THE SUSPENSE ITEMS STILL OPEN
001900*                     WITH THEIR DAYS ON FILE (SUSPOUT). BRNSCORE
002000*                     BUILDS THE MONTHLY BRANCH SCORECARD OFF IT.
002010*                     HIGH-VALUE HOLDS THE SUPERVISORS DECLINED
002020*                     (HOLDREJ) COUNT AS REJECTS UNDER REASON
002030*                     HOLD, AS BRNSPLIT RETURNS THEM. ONLY
002040*                     TRANIN, TRANREJ AND HOLDREJ RECORDS DATED
002050*                     THE BUSINESS DATE ARE CHARGED TO A BRANCH.
002100*
002200*    RUNS ONCE A DAY AFTER THE DAILY JOB HAS FINISHED (EXCSUSP
002300*    MUST HAVE WRITTEN THE DAY'S SUSPOUT). A RERUN FOR THE SAME
002400*    DATE REPLACES THE DAY'S FIGURES. THE ITEMS-PURGED-UNRESOLVED
002500*    COUNT ON THE SAME RECORD IS POSTED BY HSKPURGE AND IS LEFT
002600*    AS IT STANDS. A RECORD WHOSE BRANCH STAMP IS NOT 01-10 IS
002700*    COUNTED ON THE CAPTURE REPORT AS UNATTRIBUTED RATHER THAN
002800*    CHARGED TO A GUESSED BRANCH. A TRANIN, TRANREJ OR HOLDREJ
002810*    RECORD WHOSE TRANSACTION DATE (BYTES 31-38, STAMPED BY
002820*    TRANMRG) IS NOT THE BUSINESS DATE IS LEFT OUT OF THE DAY'S
002830*    FIGURES AND SHOWN AS A SEPARATE OTHER-DATE COUNT INSTEAD
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CLEAN-TRAN-FILE ASSIGN TO "TRANIN"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-CLEAN-TRAN-STATUS.
003600     SELECT REJECT-FILE ASSIGN TO "TRANREJ"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-REJECT-STATUS.
003810*    HIGH-VALUE HOLDS THE SUPERVISORS DECLINED TODAY, IN THE SAME
003820*    LAYOUT - MISSING MEANS NONE WERE DECLINED
003830     SELECT OPTIONAL HOLD-REJECT-FILE ASSIGN TO "HOLDREJ"
003840         ORGANIZATION IS SEQUENTIAL
003850         FILE STATUS IS WS-HOLD-REJECT-STATUS.
003900     SELECT EXCEPTION-FILE ASSIGN TO "EXCRPT"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-EXCEPTION-STATUS.
004200*    THE SUSPENSE MASTER EXCSUSP CARRIES FORWARD - MISSING UNTIL
004300*    THE FIRST ITEM IS EVER SUSPENDED
004400     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPOUT"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-SUSPENSE-STATUS.
004700*    PERMANENT BRANCH HISTORY - ONE RECORD PER BRANCH PER
004800*    BUSINESS DATE. MISSING MEANS NO DAY HAS BEEN CAPTURED YET
004900     SELECT OPTIONAL BRANCH-HISTORY-FILE ASSIGN TO "BRNHIST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS BRH-KEY
005300         FILE STATUS IS WS-BRANCH-HISTORY-STATUS.
005400     SELECT CAPTURE-REPORT-FILE ASSIGN TO "BRDYRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900*
006000*    SAME LAYOUT AS THE TRAN-RECORD VERBS READS - ONLY THE BRANCH
006100*    STAMP AND TRANSACTION DATE TRANMRG PLACED IN BYTES 29-38
006110*    MATTER HERE
006200 FD  CLEAN-TRAN-FILE
006300     RECORDING MODE IS F.
006400 01  CLEAN-TRAN-RECORD.
006500     05  CLN-TRAN-KEY               PIC X(10).
006600     05  CLN-TRAN-NUMA              PIC 9(09).
006700     05  CLN-TRAN-NUMB              PIC 9(09).
006800     05  CLN-BRANCH-ID              PIC X(02).
006900     05  CLN-TRAN-DATE              PIC X(08).
007000     05  FILLER                     PIC X(42).
007100*
007200*    SAME LAYOUT AS THE REJECT-RECORD TRANEDIT WRITES
007300 FD  REJECT-FILE
007400     RECORDING MODE IS F.
007500 01  REJECT-RECORD.
007600     05  REJ-REASON-CODE            PIC X(04).
007700     05  REJ-RECORD-IMAGE           PIC X(80).
007800*    THE BRANCH STAMP AND TRANSACTION DATE TRANMRG PLACED IN
007810*    BYTES 29-38 OF THE IMAGE
007900     05  REJ-IMAGE-FIELDS REDEFINES REJ-RECORD-IMAGE.
008000         10  FILLER                 PIC X(28).
008100         10  REJ-BRANCH-ID          PIC X(02).
008200         10  REJ-TRAN-DATE          PIC X(08).
008210         10  FILLER                 PIC X(42).
008300     05  FILLER                     PIC X(06).
008400*
008410*    SAME LAYOUT AGAIN - READ INTO REJECT-RECORD
008420 FD  HOLD-REJECT-FILE
008430     RECORDING MODE IS F.
008440 01  HOLD-REJECT-RECORD              PIC X(90).
008450*
008500*    SAME LAYOUT AS THE EXCEPTION-RECORD VERBS WRITES
008600 FD  EXCEPTION-FILE
008700     RECORDING MODE IS F.
008800 01  EXCEPTION-RECORD.
008900     05  EXC-KEY                    PIC X(10).
009000     05  EXC-NUMA                   PIC 9(09).
009100     05  EXC-NUMB                   PIC 9(09).
009200     05  EXC-REASON                 PIC X(30).
009300     05  EXC-BRANCH-ID              PIC X(02).
009400     05  FILLER                     PIC X(19).
009500*
009600*    SAME LAYOUT AS THE SUSPENSE-OUT-RECORD EXCSUSP WRITES
009700 FD  SUSPENSE-FILE
009800     RECORDING MODE IS F.
009900 01  SUSPENSE-RECORD.
010000     05  SUT-KEY                    PIC X(10).
010100     05  SUT-NUMA                   PIC 9(09).
010200     05  SUT-NUMB                   PIC 9(09).
010300     05  SUT-REASON                 PIC X(30).
010400     05  SUT-DAYS-ON-FILE           PIC 9(03).
010500     05  SUT-BRANCH-ID              PIC X(02).
010600     05  SUT-AGED-DATE              PIC 9(08).
010700     05  FILLER                     PIC X(09).
010800*
010900*    ONE BRANCH'S FIGURES FOR ONE BUSINESS DATE. THE REASON
011000*    SLOTS FOLLOW BRNSPLIT'S REASON TABLE ORDER (SLOT 13 CATCHES
011100*    ANY CODE NOT IN THE TABLE). SAME LAYOUT IN HSKPURGE AND
011200*    BRNSCORE - THEY MUST STAY IN STEP
011300 FD  BRANCH-HISTORY-FILE.
011400 01  BRANCH-HISTORY-RECORD.
011500     05  BRH-KEY.
011600         10  BRH-BUSINESS-DATE      PIC 9(08).
011700         10  BRH-BRANCH-ID          PIC X(02).
011800     05  BRH-ACCEPTED-COUNT         PIC 9(09).
011900     05  BRH-REJECT-COUNT           PIC 9(09).
012000     05  BRH-REASON-COUNT OCCURS 13 TIMES
012100                                    PIC 9(07).
012200     05  BRH-EXCEPTION-COUNT        PIC 9(09).
012300*    SUSPENSE ITEMS OPEN FOR THE BRANCH AT THE END OF THE DAY AND
012400*    THE SUM OF THEIR DAYS ON FILE
012500     05  BRH-SUSPENSE-ITEMS         PIC 9(07).
012600     05  BRH-SUSPENSE-DAYS          PIC 9(09).
012700*    SUSPENSE ITEMS HSKPURGE ARCHIVED UNRESOLVED WITH THIS DATE
012800*    AS ITS AS-OF DATE
012900     05  BRH-PURGED-COUNT           PIC 9(07).
013000*    "Y" ONCE THIS STEP HAS FILED THE DAY - A RECORD HSKPURGE
013100*    STARTED FOR A DATE NOT YET CAPTURED CARRIES "N"
013200     05  BRH-CAPTURED-FLAG          PIC X(01).
013300         88  BRH-CAPTURED           VALUE "Y".
013400     05  BRH-CAPTURED-DATE          PIC 9(08).
013600*
013700 FD  CAPTURE-REPORT-FILE.
013800 01  CAPTURE-REPORT-LINE             PIC X(80).
013900*
014000 WORKING-STORAGE SECTION.
014100*
014200*    RUN PARAMETER, SUPPLIED ON THE COMMAND LINE (JCL PARM=) -
014300*    POSITIONS 1-8 ARE THE BUSINESS DATE (YYYYMMDD) THE FIGURES
014400*    ARE FILED UNDER AND ARE REQUIRED
014500 01  WS-RUN-PARM                     PIC X(08) VALUE SPACES.
014600 01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
014700     05  PARM-BUSINESS-DATE          PIC X(08).
014800 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
014900 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
015000*
015100*    FILE STATUS FIELDS - "05" ON AN OPTIONAL FILE IS A GOOD OPEN
015200*    OF A FILE THAT IS NOT THERE
015300 01  WS-CLEAN-TRAN-STATUS            PIC X(02) VALUE "00".
015400     88  WS-CLEAN-TRAN-OK            VALUE "00".
015500 01  WS-REJECT-STATUS                PIC X(02) VALUE "00".
015600     88  WS-REJECT-OK                VALUE "00".
015650 01  WS-HOLD-REJECT-STATUS           PIC X(02) VALUE "00".
015660     88  WS-HOLD-REJECT-OK           VALUE "00" "05".
015700 01  WS-EXCEPTION-STATUS             PIC X(02) VALUE "00".
015800     88  WS-EXCEPTION-OK             VALUE "00".
015900 01  WS-SUSPENSE-STATUS              PIC X(02) VALUE "00".
016000     88  WS-SUSPENSE-OK              VALUE "00" "05".
016100 01  WS-BRANCH-HISTORY-STATUS        PIC X(02) VALUE "00".
016200     88  WS-BRANCH-HISTORY-OK        VALUE "00" "05".
016300*
016400*    END-OF-FILE AND RUN-ABORT SWITCHES
016500 01  WS-SWITCHES.
016600     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
016700         88  WS-EOF                  VALUE "Y".
016800     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
016900         88  WS-ABORT-RUN            VALUE "Y".
017000     05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE "N".
017100         88  WS-REPORT-OPEN          VALUE "Y".
017200     05  WS-HISTORY-OPEN-SWITCH      PIC X(01) VALUE "N".
017300         88  WS-HISTORY-OPEN         VALUE "Y".
017400     05  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
017500         88  WS-ENTRY-FOUND          VALUE "Y".
017510*    SET ONCE TRANREJ IS EXHAUSTED AND HOLDREJ IS BEING READ
017520     05  WS-HOLD-REJECT-SWITCH       PIC X(01) VALUE "N".
017530         88  WS-READING-HOLDS        VALUE "Y".
017600*    SET ONCE THE FIRST BRANCH RECORD HAS BEEN FILED - AN ABORT
017700*    AFTER THAT POINT LEAVES THE DATE PART-CAPTURED
017800     05  WS-UPDATE-STARTED-SWITCH    PIC X(01) VALUE "N".
017900         88  WS-UPDATE-STARTED       VALUE "Y".
018000*
018100*    RECORD COUNTERS - WHAT WAS READ FROM EACH FILE, WHAT CARRIED
018200*    NO USABLE BRANCH STAMP, WHAT WAS DATED ANOTHER BUSINESS DAY,
018210*    AND THE BRANCH RECORDS FILED
018300 01  WS-COUNTERS.
018400     05  WS-CLEAN-READ-COUNT         PIC 9(09) VALUE ZERO.
018500     05  WS-CLEAN-UNATTRIB-COUNT     PIC 9(09) VALUE ZERO.
018510     05  WS-CLEAN-OTHER-DATE-COUNT   PIC 9(09) VALUE ZERO.
018600     05  WS-REJECT-READ-COUNT        PIC 9(09) VALUE ZERO.
018700     05  WS-REJECT-UNATTRIB-COUNT    PIC 9(09) VALUE ZERO.
018710     05  WS-REJECT-OTHER-DATE-COUNT  PIC 9(09) VALUE ZERO.
018750     05  WS-HOLD-READ-COUNT          PIC 9(09) VALUE ZERO.
018800     05  WS-EXC-READ-COUNT           PIC 9(09) VALUE ZERO.
018900     05  WS-EXC-UNATTRIB-COUNT       PIC 9(09) VALUE ZERO.
019000     05  WS-SUSP-READ-COUNT          PIC 9(09) VALUE ZERO.
019100     05  WS-SUSP-UNATTRIB-COUNT      PIC 9(09) VALUE ZERO.
019200     05  WS-FILED-COUNT              PIC 9(09) VALUE ZERO.
019300     05  WS-REPLACED-COUNT           PIC 9(09) VALUE ZERO.
019400     05  WS-UNATTRIB-TOTAL           PIC 9(09) VALUE ZERO.
019410     05  WS-OTHER-DATE-TOTAL         PIC 9(09) VALUE ZERO.
019500*
019600*    THE BRANCH STAMP UNDER JUDGMENT AND THE BRANCH IT NAMES
019700 01  WS-BRANCH-STAMP                 PIC X(02) VALUE SPACES.
019800 01  WS-BRANCH-NO                    PIC 9(02) VALUE ZERO.
019900 01  WS-BRANCH-ID-X                  PIC X(02) VALUE SPACES.
020000 01  WS-BRANCH-ID-9 REDEFINES WS-BRANCH-ID-X
020100                                     PIC 9(02).
020200*
020300*    THE EDIT REASONS TRANEDIT WRITES AND THE DECLINED HOLDS, IN
020350*    BRNSPLIT'S ORDER - SLOT 13 CATCHES ANY CODE THIS PROGRAM DOES
020400*    NOT KNOW SO A NEW EDIT IN TRANEDIT CANNOT MAKE REJECTS VANISH
020500*    FROM THE HISTORY
020600 01  WS-REASON-NAMES.
020700     05  FILLER                      PIC X(04) VALUE "SHRT".
020800     05  FILLER                      PIC X(04) VALUE "LONG".
020900     05  FILLER                      PIC X(04) VALUE "KEYB".
021000     05  FILLER                      PIC X(04) VALUE "KEYD".
021100     05  FILLER                      PIC X(04) VALUE "NNA ".
021200     05  FILLER                      PIC X(04) VALUE "NNB ".
021300     05  FILLER                      PIC X(04) VALUE "DATE".
021400     05  FILLER                      PIC X(04) VALUE "KEYX".
021500     05  FILLER                      PIC X(04) VALUE "CUSU".
021600     05  FILLER                      PIC X(04) VALUE "CUSB".
021700     05  FILLER                      PIC X(04) VALUE "CUSC".
021750     05  FILLER                      PIC X(04) VALUE "HOLD".
021800     05  FILLER                      PIC X(04) VALUE "OTHR".
021900 01  WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
022000     05  WS-REASON-CODE OCCURS 13 TIMES
022100             INDEXED BY RSN-IDX      PIC X(04).
022200 01  WS-REASON-SUB                   PIC 9(02) VALUE ZERO.
022300*
022400*    THE DAY'S FIGURES PER BRANCH, BUILT UP BEFORE ANY OF THEM IS
022500*    FILED
022600 01  WS-BRANCH-TABLE.
022700     05  WS-BRANCH-ENTRY OCCURS 10 TIMES INDEXED BY BRN-IDX.
022800         10  WS-BRN-ACCEPTED         PIC 9(09) VALUE ZERO.
022900         10  WS-BRN-REJECTED         PIC 9(09) VALUE ZERO.
023000         10  WS-BRN-REASON-COUNT OCCURS 13 TIMES
023100                                     PIC 9(07) VALUE ZERO.
023200         10  WS-BRN-EXCEPTIONS       PIC 9(09) VALUE ZERO.
023300         10  WS-BRN-SUSP-ITEMS       PIC 9(07) VALUE ZERO.
023400         10  WS-BRN-SUSP-DAYS        PIC 9(09) VALUE ZERO.
023500*
023600*    CAPTURE REPORT LINE LAYOUTS - ONE LINE PER BRANCH
023700 01  WS-CAPTURE-COLUMN-HEADING.
023800     05  FILLER                      PIC X(28) VALUE
023900         "BRANCH   ACCEPTED   REJECTED".
024000     05  FILLER                      PIC X(22) VALUE
024100         "  EXCEPTIONS  SUSPENSE".
024200     05  FILLER                      PIC X(30) VALUE
024300         "AVG DAYS   NOTE".
024400 01  WS-CAPTURE-DETAIL-LINE.
024500     05  FILLER                      PIC X(02) VALUE SPACES.
024600     05  CDL-BRANCH-ID               PIC X(02).
024700     05  FILLER                      PIC X(02) VALUE SPACES.
024800     05  CDL-ACCEPTED                PIC ZZZ,ZZZ,ZZ9.
024900     05  CDL-REJECTED                PIC ZZZ,ZZZ,ZZ9.
025000     05  FILLER                      PIC X(01) VALUE SPACES.
025100     05  CDL-EXCEPTIONS              PIC ZZZ,ZZZ,ZZ9.
025200     05  FILLER                      PIC X(01) VALUE SPACES.
025300     05  CDL-SUSP-ITEMS              PIC Z,ZZZ,ZZ9.
025400     05  FILLER                      PIC X(02) VALUE SPACES.
025500     05  CDL-AVG-DAYS                PIC ZZZ9.9.
025600     05  FILLER                      PIC X(03) VALUE SPACES.
025700     05  CDL-NOTE                    PIC X(19).
025800*
025900*    WORK AREAS USED TO BUILD THE CAPTURE REPORT LINES
026000 01  WS-AVG-DAYS                     PIC 9(04)V9 VALUE ZERO.
026100 01  WS-BDY-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
026200*
026300 PROCEDURE DIVISION.
026400*
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE
026700         THRU 1000-INITIALIZE-EXIT.
026800     IF NOT WS-ABORT-RUN
026900         PERFORM 2000-COUNT-ACCEPTED
027000             THRU 2000-COUNT-ACCEPTED-EXIT
027100     END-IF.
027200     IF NOT WS-ABORT-RUN
027300         PERFORM 3000-COUNT-REJECTED
027400             THRU 3000-COUNT-REJECTED-EXIT
027500     END-IF.
027600     IF NOT WS-ABORT-RUN
027700         PERFORM 4000-COUNT-EXCEPTIONS
027800             THRU 4000-COUNT-EXCEPTIONS-EXIT
027900     END-IF.
028000     IF NOT WS-ABORT-RUN
028100         PERFORM 5000-COUNT-SUSPENSE
028200             THRU 5000-COUNT-SUSPENSE-EXIT
028300     END-IF.
028400     IF NOT WS-ABORT-RUN
028500         PERFORM 6000-FILE-BRANCH-DAY
028600             THRU 6000-FILE-BRANCH-DAY-EXIT
028700     END-IF.
028800     IF NOT WS-ABORT-RUN
028900         PERFORM 8000-CAPTURE-TOTALS
029000             THRU 8000-CAPTURE-TOTALS-EXIT
029100     END-IF.
029200     PERFORM 9000-TERMINATE
029300         THRU 9000-TERMINATE-EXIT.
029400     GOBACK.
029500*
029600*    TAKES THE DATE OFF THE PARM AND OPENS THE REPORT AND THE
029700*    BRANCH HISTORY - A MISSING OR NON-NUMERIC DATE ABORTS THE
029800*    RUN, AS DOES A HISTORY FILE THAT CANNOT BE OPENED
029900 1000-INITIALIZE.
030000     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
030100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030200     IF PARM-BUSINESS-DATE IS NOT NUMERIC
030300             OR PARM-BUSINESS-DATE = ZERO
030400         DISPLAY "BRNDAY: PARM POSITIONS 1-8 MUST CARRY THE"
030500             " BUSINESS DATE (YYYYMMDD)"
030600         SET WS-ABORT-RUN TO TRUE
030700         GO TO 1000-INITIALIZE-EXIT
030800     END-IF.
030900     MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE.
031000     OPEN OUTPUT CAPTURE-REPORT-FILE.
031100     SET WS-REPORT-OPEN TO TRUE.
031200     PERFORM 7000-WRITE-REPORT-HEADING
031300         THRU 7000-WRITE-REPORT-HEADING-EXIT.
031400     OPEN I-O BRANCH-HISTORY-FILE.
031500     IF NOT WS-BRANCH-HISTORY-OK
031600         DISPLAY "BRNDAY: UNABLE TO OPEN BRANCH-HISTORY-FILE,"
031700             " FILE STATUS=" WS-BRANCH-HISTORY-STATUS
031800         SET WS-ABORT-RUN TO TRUE
031900         GO TO 1000-INITIALIZE-EXIT
032000     END-IF.
032100     SET WS-HISTORY-OPEN TO TRUE.
032200 1000-INITIALIZE-EXIT.
032300     EXIT.
032400*
032500*    THE BRANCH STAMP IN WS-BRANCH-STAMP NAMES ONE OF THE TEN
032600*    BRANCHES - WS-ENTRY-FOUND IS SET AND BRN-IDX POINTS AT IT
032700 1100-JUDGE-BRANCH-STAMP.
032800     MOVE "N" TO WS-FOUND-SWITCH.
032900     IF WS-BRANCH-STAMP IS NUMERIC
033000             AND WS-BRANCH-STAMP >= "01"
033100             AND WS-BRANCH-STAMP <= "10"
033200         MOVE WS-BRANCH-STAMP TO WS-BRANCH-NO
033300         SET BRN-IDX TO WS-BRANCH-NO
033400         SET WS-ENTRY-FOUND TO TRUE
033500     END-IF.
033600 1100-JUDGE-BRANCH-STAMP-EXIT.
033700     EXIT.
033800*
033900*    THE DAY'S ACCEPTED TRANSACTIONS - A MISSING OR UNREADABLE
034000*    TRANIN ABORTS THE RUN RATHER THAN FILING A DAY WITH NO
034100*    VOLUME
034200 2000-COUNT-ACCEPTED.
034300     OPEN INPUT CLEAN-TRAN-FILE.
034400     IF NOT WS-CLEAN-TRAN-OK
034500         DISPLAY "BRNDAY: UNABLE TO OPEN CLEAN-TRAN-FILE, FILE"
034600             " STATUS=" WS-CLEAN-TRAN-STATUS
034700         SET WS-ABORT-RUN TO TRUE
034800         GO TO 2000-COUNT-ACCEPTED-EXIT
034900     END-IF.
035000     MOVE "N" TO WS-EOF-SWITCH.
035100     PERFORM 2100-READ-CLEAN-TRAN
035200         THRU 2100-READ-CLEAN-TRAN-EXIT.
035300     PERFORM 2200-COUNT-ONE-ACCEPTED
035400         THRU 2200-COUNT-ONE-ACCEPTED-EXIT
035500         UNTIL WS-EOF.
035600     CLOSE CLEAN-TRAN-FILE.
035700 2000-COUNT-ACCEPTED-EXIT.
035800     EXIT.
035900*
036000 2100-READ-CLEAN-TRAN.
036100     READ CLEAN-TRAN-FILE
036200         AT END
036300             SET WS-EOF TO TRUE
036400     END-READ.
036500 2100-READ-CLEAN-TRAN-EXIT.
036600     EXIT.
036700*
036710*    A TRANSACTION DATED ANY OTHER DAY IS COUNTED APART AND NOT
036720*    CHARGED TO A BRANCH
036800 2200-COUNT-ONE-ACCEPTED.
036900     ADD 1 TO WS-CLEAN-READ-COUNT.
036910     IF CLN-TRAN-DATE NOT = WS-BUSINESS-DATE
036920         ADD 1 TO WS-CLEAN-OTHER-DATE-COUNT
036930         GO TO 2200-READ-NEXT
036940     END-IF.
037000     MOVE CLN-BRANCH-ID TO WS-BRANCH-STAMP.
037100     PERFORM 1100-JUDGE-BRANCH-STAMP
037200         THRU 1100-JUDGE-BRANCH-STAMP-EXIT.
037300     IF WS-ENTRY-FOUND
037400         ADD 1 TO WS-BRN-ACCEPTED (BRN-IDX)
037500     ELSE
037600         ADD 1 TO WS-CLEAN-UNATTRIB-COUNT
037700     END-IF.
037710 2200-READ-NEXT.
037800     PERFORM 2100-READ-CLEAN-TRAN
037900         THRU 2100-READ-CLEAN-TRAN-EXIT.
038000 2200-COUNT-ONE-ACCEPTED-EXIT.
038100     EXIT.
038200*
038300*    THE DAY'S REJECTS AND DECLINED HOLDS, IN TOTAL AND UNDER
038350*    THEIR REASON
038400 3000-COUNT-REJECTED.
038500     OPEN INPUT REJECT-FILE.
038600     IF NOT WS-REJECT-OK
038700         DISPLAY "BRNDAY: UNABLE TO OPEN REJECT-FILE, FILE"
038800             " STATUS=" WS-REJECT-STATUS
038900         SET WS-ABORT-RUN TO TRUE
039000         GO TO 3000-COUNT-REJECTED-EXIT
039100     END-IF.
039110     OPEN INPUT HOLD-REJECT-FILE.
039120     IF NOT WS-HOLD-REJECT-OK
039130         DISPLAY "BRNDAY: UNABLE TO OPEN HOLD-REJECT-FILE, FILE"
039140             " STATUS=" WS-HOLD-REJECT-STATUS
039150         SET WS-ABORT-RUN TO TRUE
039160         CLOSE REJECT-FILE
039170         GO TO 3000-COUNT-REJECTED-EXIT
039180     END-IF.
039200     MOVE "N" TO WS-EOF-SWITCH.
039300     PERFORM 3100-READ-REJECT
039400         THRU 3100-READ-REJECT-EXIT.
039500     PERFORM 3200-COUNT-ONE-REJECT
039600         THRU 3200-COUNT-ONE-REJECT-EXIT
039700         UNTIL WS-EOF.
039800     CLOSE REJECT-FILE HOLD-REJECT-FILE.
039900 3000-COUNT-REJECTED-EXIT.
040000     EXIT.
040100*
040150*    THE DAY'S REJECTS FIRST, THEN THE DECLINED HOLDS
040200 3100-READ-REJECT.
040300     IF NOT WS-READING-HOLDS
040310         READ REJECT-FILE
040320             AT END
040330                 SET WS-READING-HOLDS TO TRUE
040340         END-READ
040350     END-IF.
040400     IF WS-READING-HOLDS
040410         READ HOLD-REJECT-FILE INTO REJECT-RECORD
040420             AT END
040430                 SET WS-EOF TO TRUE
040440         END-READ
040450     END-IF.
040700 3100-READ-REJECT-EXIT.
040800     EXIT.
040900*
041000*    AN UNKNOWN REASON CODE FALLS IN THE CATCH-ALL SLOT. AN IMAGE
041010*    DATED ANY OTHER DAY IS COUNTED APART AND NOT CHARGED
041100 3200-COUNT-ONE-REJECT.
041200     IF WS-READING-HOLDS
041210         ADD 1 TO WS-HOLD-READ-COUNT
041220     ELSE
041230         ADD 1 TO WS-REJECT-READ-COUNT
041240     END-IF.
041250     IF REJ-TRAN-DATE NOT = WS-BUSINESS-DATE
041260         ADD 1 TO WS-REJECT-OTHER-DATE-COUNT
041270         GO TO 3200-READ-NEXT
041280     END-IF.
041300     MOVE REJ-BRANCH-ID TO WS-BRANCH-STAMP.
041400     PERFORM 1100-JUDGE-BRANCH-STAMP
041500         THRU 1100-JUDGE-BRANCH-STAMP-EXIT.
041600     IF NOT WS-ENTRY-FOUND
041700         ADD 1 TO WS-REJECT-UNATTRIB-COUNT
041800         GO TO 3200-READ-NEXT
041900     END-IF.
042000     ADD 1 TO WS-BRN-REJECTED (BRN-IDX).
042100     MOVE 13 TO WS-REASON-SUB.
042200     SET RSN-IDX TO 1.
042300     SEARCH WS-REASON-CODE
042400         AT END
042500             CONTINUE
042600         WHEN WS-REASON-CODE (RSN-IDX) = REJ-REASON-CODE
042700             SET WS-REASON-SUB TO RSN-IDX
042800     END-SEARCH.
042900     ADD 1 TO WS-BRN-REASON-COUNT (BRN-IDX, WS-REASON-SUB).
043000 3200-READ-NEXT.
043100     PERFORM 3100-READ-REJECT
043200         THRU 3100-READ-REJECT-EXIT.
043300 3200-COUNT-ONE-REJECT-EXIT.
043400     EXIT.
043500*
043600*    THE EXCEPTIONS VERBS RAISED ON THE DAY
043700 4000-COUNT-EXCEPTIONS.
043800     OPEN INPUT EXCEPTION-FILE.
043900     IF NOT WS-EXCEPTION-OK
044000         DISPLAY "BRNDAY: UNABLE TO OPEN EXCEPTION-FILE, FILE"
044100             " STATUS=" WS-EXCEPTION-STATUS
044200         SET WS-ABORT-RUN TO TRUE
044300         GO TO 4000-COUNT-EXCEPTIONS-EXIT
044400     END-IF.
044500     MOVE "N" TO WS-EOF-SWITCH.
044600     PERFORM 4100-READ-EXCEPTION
044700         THRU 4100-READ-EXCEPTION-EXIT.
044800     PERFORM 4200-COUNT-ONE-EXCEPTION
044900         THRU 4200-COUNT-ONE-EXCEPTION-EXIT
045000         UNTIL WS-EOF.
045100     CLOSE EXCEPTION-FILE.
045200 4000-COUNT-EXCEPTIONS-EXIT.
045300     EXIT.
045400*
045500 4100-READ-EXCEPTION.
045600     READ EXCEPTION-FILE
045700         AT END
045800             SET WS-EOF TO TRUE
045900     END-READ.
046000 4100-READ-EXCEPTION-EXIT.
046100     EXIT.
046200*
046300 4200-COUNT-ONE-EXCEPTION.
046400     ADD 1 TO WS-EXC-READ-COUNT.
046500     MOVE EXC-BRANCH-ID TO WS-BRANCH-STAMP.
046600     PERFORM 1100-JUDGE-BRANCH-STAMP
046700         THRU 1100-JUDGE-BRANCH-STAMP-EXIT.
046800     IF WS-ENTRY-FOUND
046900         ADD 1 TO WS-BRN-EXCEPTIONS (BRN-IDX)
047000     ELSE
047100         ADD 1 TO WS-EXC-UNATTRIB-COUNT
047200     END-IF.
047300     PERFORM 4100-READ-EXCEPTION
047400         THRU 4100-READ-EXCEPTION-EXIT.
047500 4200-COUNT-ONE-EXCEPTION-EXIT.
047600     EXIT.
047700*
047800*    THE SUSPENSE ITEMS STILL OPEN AT THE END OF THE DAY AND
047900*    THEIR DAYS ON FILE - NO SUSPOUT YET MEANS NOTHING OPEN
048000 5000-COUNT-SUSPENSE.
048100     OPEN INPUT SUSPENSE-FILE.
048200     IF NOT WS-SUSPENSE-OK
048300         DISPLAY "BRNDAY: UNABLE TO OPEN SUSPENSE-FILE, FILE"
048400             " STATUS=" WS-SUSPENSE-STATUS
048500         SET WS-ABORT-RUN TO TRUE
048600         GO TO 5000-COUNT-SUSPENSE-EXIT
048700     END-IF.
048800     MOVE "N" TO WS-EOF-SWITCH.
048900     PERFORM 5100-READ-SUSPENSE
049000         THRU 5100-READ-SUSPENSE-EXIT.
049100     PERFORM 5200-COUNT-ONE-SUSPENSE
049200         THRU 5200-COUNT-ONE-SUSPENSE-EXIT
049300         UNTIL WS-EOF.
049400     CLOSE SUSPENSE-FILE.
049500 5000-COUNT-SUSPENSE-EXIT.
049600     EXIT.
049700*
049800 5100-READ-SUSPENSE.
049900     READ SUSPENSE-FILE
050000         AT END
050100             SET WS-EOF TO TRUE
050200     END-READ.
050300 5100-READ-SUSPENSE-EXIT.
050400     EXIT.
050500*
050600 5200-COUNT-ONE-SUSPENSE.
050700     ADD 1 TO WS-SUSP-READ-COUNT.
050800     MOVE SUT-BRANCH-ID TO WS-BRANCH-STAMP.
050900     PERFORM 1100-JUDGE-BRANCH-STAMP
051000         THRU 1100-JUDGE-BRANCH-STAMP-EXIT.
051100     IF WS-ENTRY-FOUND
051200         ADD 1 TO WS-BRN-SUSP-ITEMS (BRN-IDX)
051300         ADD SUT-DAYS-ON-FILE TO WS-BRN-SUSP-DAYS (BRN-IDX)
051400     ELSE
051500         ADD 1 TO WS-SUSP-UNATTRIB-COUNT
051600     END-IF.
051700     PERFORM 5100-READ-SUSPENSE
051800         THRU 5100-READ-SUSPENSE-EXIT.
051900 5200-COUNT-ONE-SUSPENSE-EXIT.
052000     EXIT.
052100*
052200*    FILES ONE RECORD PER BRANCH FOR THE DATE, ALL TEN OF THEM SO
052300*    A QUIET DAY STILL COUNTS AS A DAY - A RECORD ALREADY THERE
052400*    (A RERUN, OR HSKPURGE'S PURGE COUNT) IS REWRITTEN WITH ITS
052500*    PURGE COUNT KEPT
052600 6000-FILE-BRANCH-DAY.
052700     MOVE WS-CAPTURE-COLUMN-HEADING TO CAPTURE-REPORT-LINE.
052800     WRITE CAPTURE-REPORT-LINE.
052900     SET BRN-IDX TO 1.
053000     MOVE 1 TO WS-BRANCH-NO.
053100     PERFORM 6100-FILE-ONE-BRANCH
053200         THRU 6100-FILE-ONE-BRANCH-EXIT
053300         UNTIL WS-BRANCH-NO > 10 OR WS-ABORT-RUN.
053400 6000-FILE-BRANCH-DAY-EXIT.
053500     EXIT.
053600*
053700 6100-FILE-ONE-BRANCH.
053800     MOVE WS-BRANCH-NO TO WS-BRANCH-ID-9.
053900     MOVE WS-BUSINESS-DATE TO BRH-BUSINESS-DATE.
054000     MOVE WS-BRANCH-ID-X TO BRH-BRANCH-ID.
054100     MOVE SPACES TO CDL-NOTE.
054200     READ BRANCH-HISTORY-FILE
054300         INVALID KEY
054400             MOVE ZERO TO BRH-PURGED-COUNT
054500             MOVE "N" TO WS-FOUND-SWITCH
054600         NOT INVALID KEY
054700             SET WS-ENTRY-FOUND TO TRUE
054800     END-READ.
054900     IF WS-ENTRY-FOUND AND BRH-CAPTURED
055000         ADD 1 TO WS-REPLACED-COUNT
055100         MOVE "REPLACES EARLIER" TO CDL-NOTE
055200     END-IF.
055300     MOVE WS-BUSINESS-DATE TO BRH-BUSINESS-DATE.
055400     MOVE WS-BRANCH-ID-X TO BRH-BRANCH-ID.
055500     MOVE WS-BRN-ACCEPTED (BRN-IDX) TO BRH-ACCEPTED-COUNT.
055600     MOVE WS-BRN-REJECTED (BRN-IDX) TO BRH-REJECT-COUNT.
055700     PERFORM 6200-MOVE-ONE-REASON
055800         THRU 6200-MOVE-ONE-REASON-EXIT
055900         VARYING WS-REASON-SUB FROM 1 BY 1
056000         UNTIL WS-REASON-SUB > 13.
056100     MOVE WS-BRN-EXCEPTIONS (BRN-IDX) TO BRH-EXCEPTION-COUNT.
056200     MOVE WS-BRN-SUSP-ITEMS (BRN-IDX) TO BRH-SUSPENSE-ITEMS.
056300     MOVE WS-BRN-SUSP-DAYS (BRN-IDX) TO BRH-SUSPENSE-DAYS.
056400     SET BRH-CAPTURED TO TRUE.
056500     MOVE WS-RUN-DATE TO BRH-CAPTURED-DATE.
056600     SET WS-UPDATE-STARTED TO TRUE.
056700     IF WS-ENTRY-FOUND
056800         REWRITE BRANCH-HISTORY-RECORD
056900             INVALID KEY
057000                 DISPLAY "BRNDAY: UNABLE TO REWRITE BRNHIST FOR"
057100                     " BRANCH " WS-BRANCH-ID-X
057200                     " FILE STATUS=" WS-BRANCH-HISTORY-STATUS
057300                 SET WS-ABORT-RUN TO TRUE
057400                 GO TO 6100-FILE-ONE-BRANCH-EXIT
057500         END-REWRITE
057600     ELSE
057700         WRITE BRANCH-HISTORY-RECORD
057800             INVALID KEY
057900                 DISPLAY "BRNDAY: UNABLE TO WRITE BRNHIST FOR"
058000                     " BRANCH " WS-BRANCH-ID-X
058100                     " FILE STATUS=" WS-BRANCH-HISTORY-STATUS
058200                 SET WS-ABORT-RUN TO TRUE
058300                 GO TO 6100-FILE-ONE-BRANCH-EXIT
058400         END-WRITE
058500     END-IF.
058600     ADD 1 TO WS-FILED-COUNT.
058700     PERFORM 7100-PRINT-ONE-BRANCH
058800         THRU 7100-PRINT-ONE-BRANCH-EXIT.
058900     SET BRN-IDX UP BY 1.
059000     ADD 1 TO WS-BRANCH-NO.
059100 6100-FILE-ONE-BRANCH-EXIT.
059200     EXIT.
059300*
059400 6200-MOVE-ONE-REASON.
059500     MOVE WS-BRN-REASON-COUNT (BRN-IDX, WS-REASON-SUB)
059600         TO BRH-REASON-COUNT (WS-REASON-SUB).
059700 6200-MOVE-ONE-REASON-EXIT.
059800     EXIT.
059900*
060000 7000-WRITE-REPORT-HEADING.
060100     MOVE SPACES TO CAPTURE-REPORT-LINE.
060200     STRING "BRNDAY BRANCH HISTORY CAPTURE - BUSINESS DATE "
060300             DELIMITED BY SIZE
060400             WS-BUSINESS-DATE DELIMITED BY SIZE
060500             INTO CAPTURE-REPORT-LINE.
060600     WRITE CAPTURE-REPORT-LINE.
060700     MOVE SPACES TO CAPTURE-REPORT-LINE.
060800     WRITE CAPTURE-REPORT-LINE.
060900 7000-WRITE-REPORT-HEADING-EXIT.
061000     EXIT.
061100*
061200*    ONE BRANCH'S LINE AS FILED - THE AVERAGE IS THE DAYS ON FILE
061300*    OF ITS OPEN SUSPENSE ITEMS OVER THE NUMBER OF ITEMS
061400 7100-PRINT-ONE-BRANCH.
061500     MOVE WS-BRANCH-ID-X TO CDL-BRANCH-ID.
061600     MOVE BRH-ACCEPTED-COUNT TO CDL-ACCEPTED.
061700     MOVE BRH-REJECT-COUNT TO CDL-REJECTED.
061800     MOVE BRH-EXCEPTION-COUNT TO CDL-EXCEPTIONS.
061900     MOVE BRH-SUSPENSE-ITEMS TO CDL-SUSP-ITEMS.
062000     MOVE ZERO TO WS-AVG-DAYS.
062100     IF BRH-SUSPENSE-ITEMS > ZERO
062200         COMPUTE WS-AVG-DAYS ROUNDED =
062300             BRH-SUSPENSE-DAYS / BRH-SUSPENSE-ITEMS
062400     END-IF.
062500     MOVE WS-AVG-DAYS TO CDL-AVG-DAYS.
062600     MOVE WS-CAPTURE-DETAIL-LINE TO CAPTURE-REPORT-LINE.
062700     WRITE CAPTURE-REPORT-LINE.
062800 7100-PRINT-ONE-BRANCH-EXIT.
062900     EXIT.
063000*
063100*    RECORDS READ PER FILE, THOSE NO BRANCH COULD BE CHARGED WITH
063200*    AND THOSE DATED ANOTHER BUSINESS DAY, THEN THE RECORDS FILED
063300 8000-CAPTURE-TOTALS.
063400     MOVE SPACES TO CAPTURE-REPORT-LINE.
063500     WRITE CAPTURE-REPORT-LINE.
063600     MOVE SPACES TO CAPTURE-REPORT-LINE.
063700     MOVE WS-CLEAN-READ-COUNT TO WS-BDY-EDIT-COUNT.
063800     STRING "TRANIN READ .......... " DELIMITED BY SIZE
063900             WS-BDY-EDIT-COUNT DELIMITED BY SIZE
064000             INTO CAPTURE-REPORT-LINE.
064100     WRITE CAPTURE-REPORT-LINE.
064200     MOVE SPACES TO CAPTURE-REPORT-LINE.
064300     MOVE WS-REJECT-READ-COUNT TO WS-BDY-EDIT-COUNT.
064400     STRING "TRANREJ READ ......... " DELIMITED BY SIZE
064500             WS-BDY-EDIT-COUNT DELIMITED BY SIZE
064600             INTO CAPTURE-REPORT-LINE.
064700     WRITE CAPTURE-REPORT-LINE.
064710     MOVE SPACES TO CAPTURE-REPORT-LINE.
064720     MOVE WS-HOLD-READ-COUNT TO WS-BDY-EDIT-COUNT.
064730     STRING "HOLDREJ READ ......... " DELIMITED BY SIZE
064740             WS-BDY-EDIT-COUNT DELIMITED BY SIZE
064750             INTO CAPTURE-REPORT-LINE.
064760     WRITE CAPTURE-REPORT-LINE.
064800     MOVE SPACES TO CAPTURE-REPORT-LINE.
064900     MOVE WS-EXC-READ-COUNT TO WS-BDY-EDIT-COUNT.
065000     STRING "EXCRPT READ .......... " DELIMITED BY SIZE
065100             WS-BDY-EDIT-COUNT DELIMITED BY SIZE
065200             INTO CAPTURE-REPORT-LINE.
065300     WRITE CAPTURE-REPORT-LINE.
065400     MOVE SPACES TO CAPTURE-REPORT-LINE.
065500     MOVE WS-SUSP-READ-COUNT TO WS-BDY-EDIT-COUNT.
065600     STRING "SUSPOUT READ ......... " DELIMITED BY SIZE
065700             WS-BDY-EDIT-COUNT DELIMITED BY SIZE
065800             INTO CAPTURE-REPORT-LINE.
065900     WRITE CAPTURE-REPORT-LINE.
066000     ADD WS-CLEAN-UNATTRIB-COUNT WS-REJECT-UNATTRIB-COUNT
066100         WS-EXC-UNATTRIB-COUNT WS-SUSP-UNATTRIB-COUNT
066200         GIVING WS-UNATTRIB-TOTAL.
066300     MOVE SPACES TO CAPTURE-REPORT-LINE.
066400     MOVE WS-UNATTRIB-TOTAL TO WS-BDY-EDIT-COUNT.
066500     STRING "NO BRANCH STAMP ...... " DELIMITED BY SIZE
066600             WS-BDY-EDIT-COUNT DELIMITED BY SIZE
066700             INTO CAPTURE-REPORT-LINE.
066800     WRITE CAPTURE-REPORT-LINE.
066900     IF WS-UNATTRIB-TOTAL > ZERO
067000         MOVE SPACES TO CAPTURE-REPORT-LINE
067100         MOVE WS-CLEAN-UNATTRIB-COUNT TO WS-BDY-EDIT-COUNT
067200         STRING "  ACCEPTED ........... " DELIMITED BY SIZE
067300                 WS-BDY-EDIT-COUNT DELIMITED BY SIZE
067400                 INTO CAPTURE-REPORT-LINE
067500         WRITE CAPTURE-REPORT-LINE
067600         MOVE SPACES TO CAPTURE-REPORT-LINE
067700         MOVE WS-REJECT-UNATTRIB-COUNT TO WS-BDY-EDIT-COUNT
067800         STRING "  REJECTED ........... " DELIMITED BY SIZE
067900                 WS-BDY-EDIT-COUNT DELIMITED BY SIZE
068000                 INTO CAPTURE-REPORT-LINE
068100         WRITE CAPTURE-REPORT-LINE
068200         MOVE SPACES TO CAPTURE-REPORT-LINE
068300         MOVE WS-EXC-UNATTRIB-COUNT TO WS-BDY-EDIT-COUNT
068400         STRING "  EXCEPTIONS ......... " DELIMITED BY SIZE
068500                 WS-BDY-EDIT-COUNT DELIMITED BY SIZE
068600                 INTO CAPTURE-REPORT-LINE
068700         WRITE CAPTURE-REPORT-LINE
068800         MOVE SPACES TO CAPTURE-REPORT-LINE
068900         MOVE WS-SUSP-UNATTRIB-COUNT TO WS-BDY-EDIT-COUNT
069000         STRING "  SUSPENSE ........... " DELIMITED BY SIZE
069100                 WS-BDY-EDIT-COUNT DELIMITED BY SIZE
069200                 INTO CAPTURE-REPORT-LINE
069300         WRITE CAPTURE-REPORT-LINE
069400     END-IF.
069404     ADD WS-CLEAN-OTHER-DATE-COUNT WS-REJECT-OTHER-DATE-COUNT
069408         GIVING WS-OTHER-DATE-TOTAL.
069412     MOVE SPACES TO CAPTURE-REPORT-LINE.
069416     MOVE WS-OTHER-DATE-TOTAL TO WS-BDY-EDIT-COUNT.
069420     STRING "OTHER BUSINESS DATE .. " DELIMITED BY SIZE
069424             WS-BDY-EDIT-COUNT DELIMITED BY SIZE
069428             INTO CAPTURE-REPORT-LINE.
069432     WRITE CAPTURE-REPORT-LINE.
069436     IF WS-OTHER-DATE-TOTAL > ZERO
069440         MOVE SPACES TO CAPTURE-REPORT-LINE
069444         MOVE WS-CLEAN-OTHER-DATE-COUNT TO WS-BDY-EDIT-COUNT
069448         STRING "  ACCEPTED ........... " DELIMITED BY SIZE
069452                 WS-BDY-EDIT-COUNT DELIMITED BY SIZE
069456                 INTO CAPTURE-REPORT-LINE
069460         WRITE CAPTURE-REPORT-LINE
069464         MOVE SPACES TO CAPTURE-REPORT-LINE
069468         MOVE WS-REJECT-OTHER-DATE-COUNT TO WS-BDY-EDIT-COUNT
069472         STRING "  REJECTED ........... " DELIMITED BY SIZE
069476                 WS-BDY-EDIT-COUNT DELIMITED BY SIZE
069480                 INTO CAPTURE-REPORT-LINE
069484         WRITE CAPTURE-REPORT-LINE
069488     END-IF.
069500     MOVE SPACES TO CAPTURE-REPORT-LINE.
069600     MOVE WS-FILED-COUNT TO WS-BDY-EDIT-COUNT.
069700     STRING "BRNHIST RECORDS FILED  " DELIMITED BY SIZE
069800             WS-BDY-EDIT-COUNT DELIMITED BY SIZE
069900             INTO CAPTURE-REPORT-LINE.
070000     WRITE CAPTURE-REPORT-LINE.
070100     MOVE SPACES TO CAPTURE-REPORT-LINE.
070200     MOVE WS-REPLACED-COUNT TO WS-BDY-EDIT-COUNT.
070300     STRING "  REPLACING EARLIER .. " DELIMITED BY SIZE
070400             WS-BDY-EDIT-COUNT DELIMITED BY SIZE
070500             INTO CAPTURE-REPORT-LINE.
070600     WRITE CAPTURE-REPORT-LINE.
070700 8000-CAPTURE-TOTALS-EXIT.
070800     EXIT.
070900*
071000 9000-TERMINATE.
071100     DISPLAY "BRNDAY: BUSINESS DATE: " PARM-BUSINESS-DATE.
071200     DISPLAY "BRNDAY: BRANCH RECORDS FILED: " WS-FILED-COUNT.
071300     DISPLAY "BRNDAY: RECORDS WITH NO BRANCH STAMP: "
071400         WS-UNATTRIB-TOTAL.
071500     IF WS-ABORT-RUN AND WS-UPDATE-STARTED
071600         DISPLAY "BRNDAY: RUN ABORTED PART-WAY - THE DATE IS"
071700             " PART-CAPTURED, RERUN BRNDAY FOR IT"
071800         IF WS-REPORT-OPEN
071900             MOVE "RUN ABORTED PART-WAY - RERUN FOR THE DATE"
072000                 TO CAPTURE-REPORT-LINE
072100             WRITE CAPTURE-REPORT-LINE
072200         END-IF
072300     END-IF.
072400     IF WS-HISTORY-OPEN
072500         CLOSE BRANCH-HISTORY-FILE
072600     END-IF.
072700     IF WS-REPORT-OPEN
072800         CLOSE CAPTURE-REPORT-FILE
072900     END-IF.
073000*    RETURN CODE 16 FLAGS AN ABORTED RUN, RETURN CODE 4 A DAY
073100*    FILED WITH RECORDS NO BRANCH COULD BE CHARGED WITH
073200     IF WS-ABORT-RUN
073300         MOVE 16 TO RETURN-CODE
073400     ELSE
073500         IF WS-UNATTRIB-TOTAL > ZERO
073600             MOVE 4 TO RETURN-CODE
073700         ELSE
073800             MOVE ZERO TO RETURN-CODE
073900         END-IF
074000     END-IF.
074100 9000-TERMINATE-EXIT.
074200     EXIT.
