000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BRNSCORE.
000300 AUTHOR. DATA-PROCESSING-DEPT.
000400 INSTALLATION. ESTRATEGIA-BATCH-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RSL  ORIGINAL VERSION - MONTHLY BRANCH
001100*                     DATA-QUALITY SCORECARD. TOTALS A CALENDAR
001200*                     MONTH OF THE BRANCH HISTORY (BRNHIST) THAT
001300*                     BRNDAY FILES DAILY AND HSKPURGE ADDS ITS
001400*                     PURGE COUNTS TO, AND RANKS ALL TEN BRANCHES
001500*                     ON VOLUME, REJECT RATE, EXCEPTION RATE,
001600*                     AVERAGE SUSPENSE AGE AND ITEMS PURGED
001700*                     UNRESOLVED, EACH AGAINST THE BRANCH'S OWN
001800*                     PRIOR MONTH AND THE SHOP AVERAGE, WITH THE
001900*                     REJECT RATE BROKEN DOWN BY EDIT REASON.
002000*
002100*    RUNS ONCE A MONTH AFTER THE LAST BUSINESS DATE OF THE MONTH
002200*    HAS BEEN CAPTURED BY BRNDAY. READS BRNHIST ONLY, SO IT CAN BE
002300*    RERUN FOR ANY MONTH STILL ON THE FILE. RANK 1 IS THE HIGHEST
002400*    VOLUME AND THE LOWEST OF EVERY OTHER MEASURE; BRANCHES WITH
002500*    THE SAME FIGURE SHARE A RANK. THE SHOP AVERAGE OF A COUNT
002600*    (VOLUME, ITEMS PURGED) IS THE SHOP TOTAL OVER TEN BRANCHES;
002700*    THE SHOP AVERAGE OF A RATE IS THE SHOP-WIDE RATE. AVERAGE
002800*    SUSPENSE AGE IS THE DAYS ON FILE OF THE ITEMS OPEN AT EACH
002900*    DAY'S END OVER THE NUMBER OF THOSE ITEMS, ACROSS THE MONTH.
002910*    A BRANCH WITH NO DATA FOR A MEASURE (A RATE WITH NOTHING TO
002920*    BE TAKEN OVER) RANKS BELOW EVERY BRANCH THAT HAS SOME. THE
002930*    REJECT-REASON GRID INCLUDES THE HIGH-VALUE HOLDS THE
002940*    SUPERVISORS DECLINED (REASON HOLD)
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400*    PERMANENT BRANCH HISTORY - ONE RECORD PER BRANCH PER
003500*    BUSINESS DATE. MISSING MEANS NO DAY HAS BEEN CAPTURED YET
003600     SELECT OPTIONAL BRANCH-HISTORY-FILE ASSIGN TO "BRNHIST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS BRH-KEY
004000         FILE STATUS IS WS-BRANCH-HISTORY-STATUS.
004100     SELECT SCORECARD-FILE ASSIGN TO "BRSCRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600*
004700*    ONE BRANCH'S FIGURES FOR ONE BUSINESS DATE. THE REASON
004800*    SLOTS FOLLOW BRNSPLIT'S REASON TABLE ORDER (SLOT 13 CATCHES
004900*    ANY CODE NOT IN THE TABLE). SAME LAYOUT IN BRNDAY AND
005000*    HSKPURGE - THEY MUST STAY IN STEP
005100 FD  BRANCH-HISTORY-FILE.
005200 01  BRANCH-HISTORY-RECORD.
005300     05  BRH-KEY.
005400         10  BRH-BUSINESS-DATE      PIC 9(08).
005500         10  BRH-BRANCH-ID          PIC X(02).
005600     05  BRH-ACCEPTED-COUNT         PIC 9(09).
005700     05  BRH-REJECT-COUNT           PIC 9(09).
005800     05  BRH-REASON-COUNT OCCURS 13 TIMES
005900                                    PIC 9(07).
006000     05  BRH-EXCEPTION-COUNT        PIC 9(09).
006100     05  BRH-SUSPENSE-ITEMS         PIC 9(07).
006200     05  BRH-SUSPENSE-DAYS          PIC 9(09).
006300     05  BRH-PURGED-COUNT           PIC 9(07).
006400*    "Y" ONCE BRNDAY HAS FILED THE DAY - A RECORD HSKPURGE
006500*    STARTED FOR A DATE NOT YET CAPTURED CARRIES "N"
006600     05  BRH-CAPTURED-FLAG          PIC X(01).
006700         88  BRH-CAPTURED           VALUE "Y".
006800     05  BRH-CAPTURED-DATE          PIC 9(08).
007000*
007100 FD  SCORECARD-FILE.
007200 01  SCORECARD-LINE                  PIC X(132).
007300*
007400 WORKING-STORAGE SECTION.
007500*
007600*    RUN PARAMETER, SUPPLIED ON THE COMMAND LINE (JCL PARM=) -
007700*    POSITIONS 1-6 ARE THE SCORECARD MONTH (YYYYMM) AND ARE
007800*    REQUIRED
007900 01  WS-RUN-PARM                     PIC X(06) VALUE SPACES.
008000 01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
008100     05  PARM-MONTH                  PIC X(06).
008200     05  PARM-MONTH-FIELDS REDEFINES PARM-MONTH.
008300         10  PARM-MONTH-YEAR         PIC X(04).
008400         10  PARM-MONTH-MM           PIC X(02).
008500*
008600*    THE MONTH BEING SCORED AND THE ONE BEFORE IT, AS YYYYMM
008700 01  WS-MONTH-WORK                   PIC 9(06) VALUE ZERO.
008800 01  WS-MONTH-WORK-X REDEFINES WS-MONTH-WORK.
008900     05  WS-MONTH-WORK-YEAR          PIC 9(04).
009000     05  WS-MONTH-WORK-MM            PIC 9(02).
009100*
009200*    FILE STATUS FOR THE BRANCH HISTORY - "05" IS A GOOD OPEN OF
009300*    A FILE THAT IS NOT THERE
009400 01  WS-BRANCH-HISTORY-STATUS        PIC X(02) VALUE "00".
009500     88  WS-BRANCH-HISTORY-OK        VALUE "00" "05".
009600*
009700*    END-OF-FILE, REFUSAL AND RUN-ABORT SWITCHES
009800 01  WS-SWITCHES.
009900     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
010000         88  WS-EOF                  VALUE "Y".
010100     05  WS-NO-DATA-SWITCH           PIC X(01) VALUE "N".
010200         88  WS-NO-DATA              VALUE "Y".
010300     05  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
010400         88  WS-SCORECARD-REFUSED    VALUE "Y".
010500     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
010600         88  WS-ABORT-RUN            VALUE "Y".
010700     05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE "N".
010800         88  WS-REPORT-OPEN          VALUE "Y".
010900     05  WS-HISTORY-OPEN-SWITCH      PIC X(01) VALUE "N".
011000         88  WS-HISTORY-OPEN         VALUE "Y".
011100*
011200*    WHY THE SCORECARD WAS REFUSED, FOR THE REPORT
011300 01  WS-REFUSAL-REASON               PIC X(50) VALUE SPACES.
011400*
011500*    SUBSCRIPTS - PERIOD (1 THE MONTH, 2 THE PRIOR MONTH), BRANCH
011600*    (11 IS THE SHOP), THE BRANCH IT IS COMPARED WITH, REASON,
011700*    RANK POSITION AND MEASURE
011800 01  WS-PER-SUB                      PIC 9(04) COMP VALUE ZERO.
011900 01  WS-BRN-SUB                      PIC 9(04) COMP VALUE ZERO.
012000 01  WS-OTHER-SUB                    PIC 9(04) COMP VALUE ZERO.
012100 01  WS-RSN-SUB                      PIC 9(04) COMP VALUE ZERO.
012200 01  WS-RANK-POS                     PIC 9(04) COMP VALUE ZERO.
012300 01  WS-MEASURE-NO                   PIC 9(04) COMP VALUE ZERO.
012400     88  WS-COUNT-MEASURE            VALUE 1 5.
012500     88  WS-VOLUME-MEASURE           VALUE 1.
012600*
012700*    THE EDIT REASONS TRANEDIT WRITES, IN BRNSPLIT'S ORDER - THE
012800*    SAME ORDER AS THE BRANCH HISTORY'S REASON SLOTS
012900 01  WS-REASON-NAMES.
013000     05  FILLER                      PIC X(04) VALUE "SHRT".
013100     05  FILLER                      PIC X(04) VALUE "LONG".
013200     05  FILLER                      PIC X(04) VALUE "KEYB".
013300     05  FILLER                      PIC X(04) VALUE "KEYD".
013400     05  FILLER                      PIC X(04) VALUE "NNA ".
013500     05  FILLER                      PIC X(04) VALUE "NNB ".
013600     05  FILLER                      PIC X(04) VALUE "DATE".
013700     05  FILLER                      PIC X(04) VALUE "KEYX".
013800     05  FILLER                      PIC X(04) VALUE "CUSU".
013900     05  FILLER                      PIC X(04) VALUE "CUSB".
014000     05  FILLER                      PIC X(04) VALUE "CUSC".
014050     05  FILLER                      PIC X(04) VALUE "HOLD".
014100     05  FILLER                      PIC X(04) VALUE "OTHR".
014200 01  WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
014300     05  WS-REASON-CODE OCCURS 13 TIMES
014400                                     PIC X(04).
014500*
014600*    THE MONTH'S AND THE PRIOR MONTH'S TOTALS PER BRANCH - ENTRY
014700*    11 HOLDS THE SHOP TOTAL. DAYS CAPTURED COUNTS THE BUSINESS
014800*    DATES BRNDAY FILED IN THE PERIOD
014900 01  WS-PERIOD-TABLE.
015000     05  WS-PER-ENTRY OCCURS 2 TIMES.
015100         10  WS-PER-MONTH            PIC 9(06).
015200         10  WS-PER-FIRST-DATE       PIC 9(08).
015300         10  WS-PER-LAST-DATE        PIC 9(08).
015400         10  WS-PER-DAYS             PIC 9(04) COMP.
015500         10  WS-PER-LAST-CAPTURED    PIC 9(08).
015600         10  WS-PER-BRANCH OCCURS 11 TIMES.
015700             15  WS-PB-ACCEPTED      PIC 9(11).
015800             15  WS-PB-REJECTED      PIC 9(11).
015900             15  WS-PB-REASON OCCURS 13 TIMES
016000                                     PIC 9(11).
016100             15  WS-PB-EXCEPTIONS    PIC 9(11).
016200             15  WS-PB-SUSP-ITEMS    PIC 9(11).
016300             15  WS-PB-SUSP-DAYS     PIC 9(13).
016400             15  WS-PB-PURGED        PIC 9(11).
016500*
016600*    ONE MEASURE FOR EVERY BRANCH (ENTRY 11 THE SHOP AVERAGE),
016700*    THIS MONTH AND PRIOR, WITH THE BRANCH'S RANK THIS MONTH AND
016800*    WHETHER THE RATE HAD NOTHING TO BE TAKEN OVER
016900 01  WS-MEASURE-TABLE.
017000     05  WS-MSR-ENTRY OCCURS 11 TIMES.
017100         10  WS-MSR-THIS             PIC S9(11)V99.
017200         10  WS-MSR-PRIOR            PIC S9(11)V99.
017300         10  WS-MSR-RANK             PIC 9(02).
017400         10  WS-MSR-NO-DATA          PIC X(01).
017500*
017600*    ONE MEASURE WORKED OUT FOR ONE BRANCH AND PERIOD
017700 01  WS-CALC-VALUE                   PIC S9(11)V99 VALUE ZERO.
017800 01  WS-CALC-VOLUME                  PIC 9(11) VALUE ZERO.
017900 01  WS-CALC-DIFF                    PIC S9(11)V99 VALUE ZERO.
018000*
018100*    THE BRANCH WITH THE HIGHEST RATE FOR ONE REJECT REASON
018200 01  WS-WORST-SUB                    PIC 9(04) COMP VALUE ZERO.
018300 01  WS-WORST-RATE                   PIC S9(11)V99 VALUE ZERO.
018400*
018500 01  WS-BRANCH-ID-X                  PIC X(02) VALUE SPACES.
018600 01  WS-BRANCH-ID-9 REDEFINES WS-BRANCH-ID-X
018700                                     PIC 9(02).
018800*
018900*    SCORECARD LINE LAYOUTS - ONE LINE PER BRANCH IN RANK ORDER
019000*    FOR EACH MEASURE, THEN THE REJECT-REASON GRID
019100 01  WS-SCORE-COLUMN-HEADING.
019200     05  FILLER                      PIC X(25) VALUE
019300         "RANK  BRANCH   THIS MONTH".
019400     05  FILLER                      PIC X(30) VALUE
019500         "    PRIOR MONTH         CHANGE".
019600     05  FILLER                      PIC X(25) VALUE
019700         "    VS SHOP AVG  NOTE".
019800 01  WS-SCORE-DETAIL-LINE.
019900     05  SDL-RANK                    PIC X(04) JUSTIFIED RIGHT.
020000     05  FILLER                      PIC X(04) VALUE SPACES.
020100     05  SDL-BRANCH                  PIC X(04).
020200     05  SDL-THIS                    PIC X(13) JUSTIFIED RIGHT.
020300     05  FILLER                      PIC X(02) VALUE SPACES.
020400     05  SDL-PRIOR                   PIC X(13) JUSTIFIED RIGHT.
020500     05  FILLER                      PIC X(02) VALUE SPACES.
020600     05  SDL-CHANGE                  PIC X(13) JUSTIFIED RIGHT.
020700     05  FILLER                      PIC X(02) VALUE SPACES.
020800     05  SDL-VS-SHOP                 PIC X(13) JUSTIFIED RIGHT.
020900     05  FILLER                      PIC X(02) VALUE SPACES.
021000     05  SDL-NOTE                    PIC X(08).
021100 01  WS-GRID-COLUMN-HEADING.
021200     05  GCH-LABEL                   PIC X(08).
021300     05  GCH-SLOT OCCURS 13 TIMES.
021400         10  FILLER                  PIC X(02).
021500         10  GCH-REASON              PIC X(04).
021600 01  WS-GRID-DETAIL-LINE.
021700     05  GDL-LABEL                   PIC X(08).
021800     05  GDL-SLOT OCCURS 13 TIMES.
021900         10  FILLER                  PIC X(01).
022000         10  GDL-RATE                PIC ZZ9.9.
022100 01  WS-GRID-WORST-LINE.
022200     05  GWL-LABEL                   PIC X(08).
022300     05  GWL-SLOT OCCURS 13 TIMES.
022400         10  FILLER                  PIC X(04).
022500         10  GWL-BRANCH              PIC X(02).
022600*
022700*    WORK AREAS USED TO BUILD THE SCORECARD LINES
022800 01  WS-SCR-WHOLE                    PIC S9(11) VALUE ZERO.
022900 01  WS-SCR-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
023000 01  WS-SCR-EDIT-SCOUNT              PIC -ZZZ,ZZZ,ZZ9.
023100 01  WS-SCR-EDIT-RATE                PIC ZZZ,ZZ9.99.
023200 01  WS-SCR-EDIT-SRATE               PIC -ZZZ,ZZ9.99.
023300 01  WS-SCR-EDIT-RANK                PIC Z9.
023400 01  WS-SCR-EDIT-DAYS                PIC ZZZ9.
023500 01  WS-SCR-EDIT-PRIOR-DAYS          PIC ZZZ9.
023600 01  WS-SCR-EDIT-IN                  PIC S9(11)V99 VALUE ZERO.
023700 01  WS-SCR-EDIT-OUT                 PIC X(13) VALUE SPACES.
023800 01  WS-SCR-SIGNED-SWITCH            PIC X(01) VALUE "N".
023900     88  WS-SCR-SIGNED               VALUE "Y".
024000*
024100 PROCEDURE DIVISION.
024200*
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE
024500         THRU 1000-INITIALIZE-EXIT.
024600     IF NOT WS-ABORT-RUN
024700         PERFORM 2000-LOAD-PERIOD
024800             THRU 2000-LOAD-PERIOD-EXIT
024900             VARYING WS-PER-SUB FROM 1 BY 1
025000             UNTIL WS-PER-SUB > 2
025100         IF WS-PER-DAYS (1) = ZERO
025200             MOVE "NO BUSINESS DATE OF THE MONTH IS ON BRNHIST"
025300                 TO WS-REFUSAL-REASON
025400             SET WS-SCORECARD-REFUSED TO TRUE
025500         END-IF
025600     END-IF.
025700     IF NOT WS-ABORT-RUN AND NOT WS-SCORECARD-REFUSED
025800         PERFORM 3000-SCORE-ONE-MEASURE
025900             THRU 3000-SCORE-ONE-MEASURE-EXIT
026000             VARYING WS-MEASURE-NO FROM 1 BY 1
026100             UNTIL WS-MEASURE-NO > 5
026200         PERFORM 4000-REASON-GRID
026300             THRU 4000-REASON-GRID-EXIT
026400     END-IF.
026500     IF WS-SCORECARD-REFUSED
026600         PERFORM 8900-REFUSAL-REPORT
026700             THRU 8900-REFUSAL-REPORT-EXIT
026800     END-IF.
026900     PERFORM 9000-TERMINATE
027000         THRU 9000-TERMINATE-EXIT.
027100     GOBACK.
027200*
027300*    TAKES THE MONTH OFF THE PARM, WORKS OUT THE PRIOR MONTH AND
027400*    BOTH DATE RANGES, AND OPENS THE BRANCH HISTORY AND THE
027500*    REPORT - A MISSING OR INVALID MONTH ABORTS THE RUN
027600 1000-INITIALIZE.
027700     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
027800     IF PARM-MONTH IS NOT NUMERIC
027900             OR PARM-MONTH-MM < "01"
028000             OR PARM-MONTH-MM > "12"
028100         DISPLAY "BRNSCORE: PARM POSITIONS 1-6 MUST CARRY THE"
028200             " SCORECARD MONTH (YYYYMM)"
028300         SET WS-ABORT-RUN TO TRUE
028400         GO TO 1000-INITIALIZE-EXIT
028500     END-IF.
028600     MOVE PARM-MONTH TO WS-MONTH-WORK.
028700     MOVE WS-MONTH-WORK TO WS-PER-MONTH (1).
028800     IF WS-MONTH-WORK-MM = 1
028900         MOVE 12 TO WS-MONTH-WORK-MM
029000         SUBTRACT 1 FROM WS-MONTH-WORK-YEAR
029100     ELSE
029200         SUBTRACT 1 FROM WS-MONTH-WORK-MM
029300     END-IF.
029400     MOVE WS-MONTH-WORK TO WS-PER-MONTH (2).
029500     PERFORM 1100-CLEAR-ONE-PERIOD
029600         THRU 1100-CLEAR-ONE-PERIOD-EXIT
029700         VARYING WS-PER-SUB FROM 1 BY 1
029800         UNTIL WS-PER-SUB > 2.
029900     OPEN OUTPUT SCORECARD-FILE.
030000     SET WS-REPORT-OPEN TO TRUE.
030100     OPEN INPUT BRANCH-HISTORY-FILE.
030200     IF NOT WS-BRANCH-HISTORY-OK
030300         DISPLAY "BRNSCORE: UNABLE TO OPEN BRANCH-HISTORY-FILE,"
030400             " FILE STATUS=" WS-BRANCH-HISTORY-STATUS
030500         SET WS-ABORT-RUN TO TRUE
030600         GO TO 1000-INITIALIZE-EXIT
030700     END-IF.
030800     SET WS-HISTORY-OPEN TO TRUE.
030900 1000-INITIALIZE-EXIT.
031000     EXIT.
031100*
031200*    ZEROES ONE PERIOD'S TOTALS AND SETS ITS DATE RANGE - DAY 31
031300*    AS THE LAST DATE TAKES IN EVERY DATE OF ANY MONTH
031400 1100-CLEAR-ONE-PERIOD.
031500     COMPUTE WS-PER-FIRST-DATE (WS-PER-SUB) =
031600         WS-PER-MONTH (WS-PER-SUB) * 100 + 1.
031700     COMPUTE WS-PER-LAST-DATE (WS-PER-SUB) =
031800         WS-PER-MONTH (WS-PER-SUB) * 100 + 31.
031900     MOVE ZERO TO WS-PER-DAYS (WS-PER-SUB).
032000     MOVE ZERO TO WS-PER-LAST-CAPTURED (WS-PER-SUB).
032100     PERFORM 1110-CLEAR-ONE-BRANCH
032200         THRU 1110-CLEAR-ONE-BRANCH-EXIT
032300         VARYING WS-BRN-SUB FROM 1 BY 1
032400         UNTIL WS-BRN-SUB > 11.
032500 1100-CLEAR-ONE-PERIOD-EXIT.
032600     EXIT.
032700*
032800 1110-CLEAR-ONE-BRANCH.
032900     MOVE ZERO TO WS-PB-ACCEPTED (WS-PER-SUB, WS-BRN-SUB)
033000         WS-PB-REJECTED (WS-PER-SUB, WS-BRN-SUB)
033100         WS-PB-EXCEPTIONS (WS-PER-SUB, WS-BRN-SUB)
033200         WS-PB-SUSP-ITEMS (WS-PER-SUB, WS-BRN-SUB)
033300         WS-PB-SUSP-DAYS (WS-PER-SUB, WS-BRN-SUB)
033400         WS-PB-PURGED (WS-PER-SUB, WS-BRN-SUB).
033500     PERFORM 1120-CLEAR-ONE-REASON
033600         THRU 1120-CLEAR-ONE-REASON-EXIT
033700         VARYING WS-RSN-SUB FROM 1 BY 1
033800         UNTIL WS-RSN-SUB > 13.
033900 1110-CLEAR-ONE-BRANCH-EXIT.
034000     EXIT.
034100*
034200 1120-CLEAR-ONE-REASON.
034300     MOVE ZERO TO
034400         WS-PB-REASON (WS-PER-SUB, WS-BRN-SUB, WS-RSN-SUB).
034500 1120-CLEAR-ONE-REASON-EXIT.
034600     EXIT.
034700*
034800*    READS ONE PERIOD'S RECORDS OFF THE BRANCH HISTORY, STARTING
034900*    AT THE FIRST DATE OF THE MONTH AND STOPPING PAST THE LAST
035000 2000-LOAD-PERIOD.
035100     MOVE "N" TO WS-EOF-SWITCH.
035200     MOVE WS-PER-FIRST-DATE (WS-PER-SUB) TO BRH-BUSINESS-DATE.
035300     MOVE LOW-VALUES TO BRH-BRANCH-ID.
035400     START BRANCH-HISTORY-FILE
035500         KEY IS NOT LESS THAN BRH-KEY
035600         INVALID KEY
035700             GO TO 2000-LOAD-PERIOD-EXIT
035800     END-START.
035900     PERFORM 2100-READ-NEXT-HISTORY
036000         THRU 2100-READ-NEXT-HISTORY-EXIT.
036100     PERFORM 2200-ADD-ONE-RECORD
036200         THRU 2200-ADD-ONE-RECORD-EXIT
036300         UNTIL WS-EOF.
036400 2000-LOAD-PERIOD-EXIT.
036500     EXIT.
036600*
036700 2100-READ-NEXT-HISTORY.
036800     READ BRANCH-HISTORY-FILE NEXT RECORD
036900         AT END
037000             SET WS-EOF TO TRUE
037100     END-READ.
037200     IF NOT WS-EOF
037300             AND BRH-BUSINESS-DATE > WS-PER-LAST-DATE (WS-PER-SUB)
037400         SET WS-EOF TO TRUE
037500     END-IF.
037600 2100-READ-NEXT-HISTORY-EXIT.
037700     EXIT.
037800*
037900*    ADDS ONE BRANCH-DAY INTO ITS BRANCH AND INTO THE SHOP TOTAL
038000*    - A RECORD FOR A BRANCH OUTSIDE 01-10 IS PASSED OVER
038100 2200-ADD-ONE-RECORD.
038200     IF BRH-CAPTURED
038300             AND BRH-BUSINESS-DATE NOT =
038400                 WS-PER-LAST-CAPTURED (WS-PER-SUB)
038500         ADD 1 TO WS-PER-DAYS (WS-PER-SUB)
038600         MOVE BRH-BUSINESS-DATE
038700             TO WS-PER-LAST-CAPTURED (WS-PER-SUB)
038800     END-IF.
038900     IF BRH-BRANCH-ID IS NOT NUMERIC
039000             OR BRH-BRANCH-ID < "01"
039100             OR BRH-BRANCH-ID > "10"
039200         GO TO 2200-READ-NEXT
039300     END-IF.
039400     MOVE BRH-BRANCH-ID TO WS-BRANCH-ID-X.
039500     MOVE WS-BRANCH-ID-9 TO WS-BRN-SUB.
039600     PERFORM 2210-ADD-TO-ENTRY
039700         THRU 2210-ADD-TO-ENTRY-EXIT.
039800     MOVE 11 TO WS-BRN-SUB.
039900     PERFORM 2210-ADD-TO-ENTRY
040000         THRU 2210-ADD-TO-ENTRY-EXIT.
040100 2200-READ-NEXT.
040200     PERFORM 2100-READ-NEXT-HISTORY
040300         THRU 2100-READ-NEXT-HISTORY-EXIT.
040400 2200-ADD-ONE-RECORD-EXIT.
040500     EXIT.
040600*
040700 2210-ADD-TO-ENTRY.
040800     ADD BRH-ACCEPTED-COUNT TO
040900         WS-PB-ACCEPTED (WS-PER-SUB, WS-BRN-SUB).
041000     ADD BRH-REJECT-COUNT TO
041100         WS-PB-REJECTED (WS-PER-SUB, WS-BRN-SUB).
041200     ADD BRH-EXCEPTION-COUNT TO
041300         WS-PB-EXCEPTIONS (WS-PER-SUB, WS-BRN-SUB).
041400     ADD BRH-SUSPENSE-ITEMS TO
041500         WS-PB-SUSP-ITEMS (WS-PER-SUB, WS-BRN-SUB).
041600     ADD BRH-SUSPENSE-DAYS TO
041700         WS-PB-SUSP-DAYS (WS-PER-SUB, WS-BRN-SUB).
041800     ADD BRH-PURGED-COUNT TO
041900         WS-PB-PURGED (WS-PER-SUB, WS-BRN-SUB).
042000     PERFORM 2220-ADD-ONE-REASON
042100         THRU 2220-ADD-ONE-REASON-EXIT
042200         VARYING WS-RSN-SUB FROM 1 BY 1
042300         UNTIL WS-RSN-SUB > 13.
042400 2210-ADD-TO-ENTRY-EXIT.
042500     EXIT.
042600*
042700 2220-ADD-ONE-REASON.
042800     ADD BRH-REASON-COUNT (WS-RSN-SUB) TO
042900         WS-PB-REASON (WS-PER-SUB, WS-BRN-SUB, WS-RSN-SUB).
043000 2220-ADD-ONE-REASON-EXIT.
043100     EXIT.
043200*
043300*    ONE MEASURE - WORKED OUT FOR EVERY BRANCH AND THE SHOP IN
043400*    BOTH PERIODS, RANKED, AND PRINTED IN RANK ORDER
043500 3000-SCORE-ONE-MEASURE.
043600     PERFORM 3100-MEASURE-ONE-BRANCH
043700         THRU 3100-MEASURE-ONE-BRANCH-EXIT
043800         VARYING WS-BRN-SUB FROM 1 BY 1
043900         UNTIL WS-BRN-SUB > 11.
044000     PERFORM 3300-RANK-ONE-BRANCH
044100         THRU 3300-RANK-ONE-BRANCH-EXIT
044200         VARYING WS-BRN-SUB FROM 1 BY 1
044300         UNTIL WS-BRN-SUB > 10.
044400     PERFORM 7100-WRITE-MEASURE-HEADING
044500         THRU 7100-WRITE-MEASURE-HEADING-EXIT.
044600     PERFORM 3400-PRINT-RANK-POSITION
044700         THRU 3400-PRINT-RANK-POSITION-EXIT
044800         VARYING WS-RANK-POS FROM 1 BY 1
044900         UNTIL WS-RANK-POS > 10.
045000     MOVE 11 TO WS-BRN-SUB.
045100     PERFORM 3500-PRINT-ONE-LINE
045200         THRU 3500-PRINT-ONE-LINE-EXIT.
045300 3000-SCORE-ONE-MEASURE-EXIT.
045400     EXIT.
045500*
045600 3100-MEASURE-ONE-BRANCH.
045700     MOVE 2 TO WS-PER-SUB.
045800     PERFORM 3200-MEASURE-VALUE
045900         THRU 3200-MEASURE-VALUE-EXIT.
046000     MOVE WS-CALC-VALUE TO WS-MSR-PRIOR (WS-BRN-SUB).
046100     MOVE 1 TO WS-PER-SUB.
046200     PERFORM 3200-MEASURE-VALUE
046300         THRU 3200-MEASURE-VALUE-EXIT.
046400     MOVE WS-CALC-VALUE TO WS-MSR-THIS (WS-BRN-SUB).
046500     MOVE WS-NO-DATA-SWITCH TO WS-MSR-NO-DATA (WS-BRN-SUB).
046600     MOVE ZERO TO WS-MSR-RANK (WS-BRN-SUB).
046700 3100-MEASURE-ONE-BRANCH-EXIT.
046800     EXIT.
046900*
047000*    THE CURRENT MEASURE FOR ONE BRANCH (OR THE SHOP) AND PERIOD
047100*    - A RATE WITH NOTHING TO BE TAKEN OVER IS ZERO AND FLAGGED,
047110*    AS IS A PURGE COUNT FOR A BRANCH WITH NO VOLUME AND NOTHING
047120*    IN SUSPENSE
047200 3200-MEASURE-VALUE.
047300     MOVE ZERO TO WS-CALC-VALUE.
047400     MOVE "N" TO WS-NO-DATA-SWITCH.
047500     ADD WS-PB-ACCEPTED (WS-PER-SUB, WS-BRN-SUB)
047600         WS-PB-REJECTED (WS-PER-SUB, WS-BRN-SUB)
047700         GIVING WS-CALC-VOLUME.
047800     EVALUATE WS-MEASURE-NO
047900         WHEN 1
048000             MOVE WS-CALC-VOLUME TO WS-CALC-VALUE
048100         WHEN 2
048200             IF WS-CALC-VOLUME = ZERO
048300                 SET WS-NO-DATA TO TRUE
048400             ELSE
048500                 COMPUTE WS-CALC-VALUE ROUNDED =
048600                     WS-PB-REJECTED (WS-PER-SUB, WS-BRN-SUB) * 100
048700                     / WS-CALC-VOLUME
048800             END-IF
048900         WHEN 3
049000             IF WS-PB-ACCEPTED (WS-PER-SUB, WS-BRN-SUB) = ZERO
049100                 SET WS-NO-DATA TO TRUE
049200             ELSE
049300                 COMPUTE WS-CALC-VALUE ROUNDED =
049400                     WS-PB-EXCEPTIONS (WS-PER-SUB, WS-BRN-SUB)
049500                     * 100
049600                     / WS-PB-ACCEPTED (WS-PER-SUB, WS-BRN-SUB)
049700             END-IF
049800         WHEN 4
049900             IF WS-PB-SUSP-ITEMS (WS-PER-SUB, WS-BRN-SUB) = ZERO
050000                 SET WS-NO-DATA TO TRUE
050100             ELSE
050200                 COMPUTE WS-CALC-VALUE ROUNDED =
050300                     WS-PB-SUSP-DAYS (WS-PER-SUB, WS-BRN-SUB)
050400                     / WS-PB-SUSP-ITEMS (WS-PER-SUB, WS-BRN-SUB)
050500             END-IF
050600         WHEN 5
050700             MOVE WS-PB-PURGED (WS-PER-SUB, WS-BRN-SUB)
050800                 TO WS-CALC-VALUE
050810             IF WS-CALC-VOLUME = ZERO
050820                     AND WS-CALC-VALUE = ZERO
050830                     AND WS-PB-SUSP-ITEMS (WS-PER-SUB, WS-BRN-SUB)
050840                         = ZERO
050850                 SET WS-NO-DATA TO TRUE
050860             END-IF
050900     END-EVALUATE.
051000     IF WS-BRN-SUB = 11 AND WS-COUNT-MEASURE
051100         COMPUTE WS-CALC-VALUE ROUNDED = WS-CALC-VALUE / 10
051200     END-IF.
051300 3200-MEASURE-VALUE-EXIT.
051400     EXIT.
051500*
051600*    A BRANCH'S RANK IS ONE MORE THAN THE NUMBER OF BRANCHES
051700*    THAT DID BETTER - HIGHER VOLUME, OR LOWER OF ANY OTHER
051800*    MEASURE. A BRANCH WITH NO DATA FOR THE MEASURE RANKS AFTER
051810*    EVERY BRANCH THAT HAS SOME - ITS ZERO WOULD OTHERWISE PUT A
051820*    BRANCH THAT SENT NOTHING AHEAD OF ONE THAT SENT CLEAN FILES
051900 3300-RANK-ONE-BRANCH.
052000     MOVE 1 TO WS-MSR-RANK (WS-BRN-SUB).
052100     PERFORM 3310-COMPARE-ONE-BRANCH
052200         THRU 3310-COMPARE-ONE-BRANCH-EXIT
052300         VARYING WS-OTHER-SUB FROM 1 BY 1
052400         UNTIL WS-OTHER-SUB > 10.
052500 3300-RANK-ONE-BRANCH-EXIT.
052600     EXIT.
052700*
052800 3310-COMPARE-ONE-BRANCH.
052810     IF WS-MSR-NO-DATA (WS-BRN-SUB)
052820             NOT = WS-MSR-NO-DATA (WS-OTHER-SUB)
052830         IF WS-MSR-NO-DATA (WS-BRN-SUB) = "Y"
052840             ADD 1 TO WS-MSR-RANK (WS-BRN-SUB)
052850         END-IF
052860         GO TO 3310-COMPARE-ONE-BRANCH-EXIT
052870     END-IF.
052900     IF WS-VOLUME-MEASURE
053000         IF WS-MSR-THIS (WS-OTHER-SUB) > WS-MSR-THIS (WS-BRN-SUB)
053100             ADD 1 TO WS-MSR-RANK (WS-BRN-SUB)
053200         END-IF
053300     ELSE
053400         IF WS-MSR-THIS (WS-OTHER-SUB) < WS-MSR-THIS (WS-BRN-SUB)
053500             ADD 1 TO WS-MSR-RANK (WS-BRN-SUB)
053600         END-IF
053700     END-IF.
053800 3310-COMPARE-ONE-BRANCH-EXIT.
053900     EXIT.
054000*
054100*    PRINTS EVERY BRANCH HOLDING THE CURRENT RANK POSITION - TIED
054200*    BRANCHES COME OUT TOGETHER AND THE NEXT POSITIONS ARE EMPTY
054300 3400-PRINT-RANK-POSITION.
054400     PERFORM 3410-PRINT-IF-AT-POSITION
054500         THRU 3410-PRINT-IF-AT-POSITION-EXIT
054600         VARYING WS-BRN-SUB FROM 1 BY 1
054700         UNTIL WS-BRN-SUB > 10.
054800 3400-PRINT-RANK-POSITION-EXIT.
054900     EXIT.
055000*
055100 3410-PRINT-IF-AT-POSITION.
055200     IF WS-MSR-RANK (WS-BRN-SUB) = WS-RANK-POS
055300         PERFORM 3500-PRINT-ONE-LINE
055400             THRU 3500-PRINT-ONE-LINE-EXIT
055500     END-IF.
055600 3410-PRINT-IF-AT-POSITION-EXIT.
055700     EXIT.
055800*
055900*    ONE BRANCH'S LINE (OR THE SHOP AVERAGE LINE) - THIS MONTH,
056000*    THE PRIOR MONTH AND THE CHANGE (LEFT BLANK WHEN THE PRIOR
056100*    MONTH HAS NO HISTORY), AND THE DIFFERENCE FROM THE SHOP
056200 3500-PRINT-ONE-LINE.
056300     MOVE SPACES TO WS-SCORE-DETAIL-LINE.
056400     IF WS-BRN-SUB = 11
056500         MOVE "SHOP" TO SDL-BRANCH
056600     ELSE
056700         MOVE WS-MSR-RANK (WS-BRN-SUB) TO WS-SCR-EDIT-RANK
056800         MOVE WS-SCR-EDIT-RANK TO SDL-RANK
056900         MOVE WS-BRN-SUB TO WS-BRANCH-ID-9
057000         MOVE WS-BRANCH-ID-X TO SDL-BRANCH
057100     END-IF.
057200     MOVE "N" TO WS-SCR-SIGNED-SWITCH.
057300     MOVE WS-MSR-THIS (WS-BRN-SUB) TO WS-SCR-EDIT-IN.
057400     PERFORM 7200-EDIT-VALUE
057500         THRU 7200-EDIT-VALUE-EXIT.
057600     MOVE WS-SCR-EDIT-OUT TO SDL-THIS.
057700     IF WS-PER-DAYS (2) = ZERO
057800         MOVE "NONE" TO SDL-PRIOR
057900     ELSE
058000         MOVE WS-MSR-PRIOR (WS-BRN-SUB) TO WS-SCR-EDIT-IN
058100         PERFORM 7200-EDIT-VALUE
058200             THRU 7200-EDIT-VALUE-EXIT
058300         MOVE WS-SCR-EDIT-OUT TO SDL-PRIOR
058400         SET WS-SCR-SIGNED TO TRUE
058500         COMPUTE WS-SCR-EDIT-IN = WS-MSR-THIS (WS-BRN-SUB)
058600             - WS-MSR-PRIOR (WS-BRN-SUB)
058700         PERFORM 7200-EDIT-VALUE
058800             THRU 7200-EDIT-VALUE-EXIT
058900         MOVE WS-SCR-EDIT-OUT TO SDL-CHANGE
059000     END-IF.
059100     IF WS-BRN-SUB NOT = 11
059200         SET WS-SCR-SIGNED TO TRUE
059300         COMPUTE WS-SCR-EDIT-IN = WS-MSR-THIS (WS-BRN-SUB)
059400             - WS-MSR-THIS (11)
059500         PERFORM 7200-EDIT-VALUE
059600             THRU 7200-EDIT-VALUE-EXIT
059700         MOVE WS-SCR-EDIT-OUT TO SDL-VS-SHOP
059800     END-IF.
059900     IF WS-MSR-NO-DATA (WS-BRN-SUB) = "Y"
060000         MOVE "NO DATA" TO SDL-NOTE
060100     END-IF.
060200     MOVE WS-SCORE-DETAIL-LINE TO SCORECARD-LINE.
060300     WRITE SCORECARD-LINE.
060400 3500-PRINT-ONE-LINE-EXIT.
060500     EXIT.
060600*
060700*    THE REJECT RATE BY EDIT REASON - EACH BRANCH'S RATE THIS
060800*    MONTH AND PRIOR, THE SHOP-WIDE RATE, AND THE BRANCH WITH THE
060900*    HIGHEST RATE FOR EACH REASON THIS MONTH
061000 4000-REASON-GRID.
061100     MOVE SPACES TO SCORECARD-LINE.
061200     WRITE SCORECARD-LINE.
061300     MOVE "REJECT RATE BY EDIT REASON - PERCENT OF VOLUME"
061400         TO SCORECARD-LINE.
061500     WRITE SCORECARD-LINE.
061600     MOVE SPACES TO SCORECARD-LINE.
061700     WRITE SCORECARD-LINE.
061800     MOVE SPACES TO WS-GRID-COLUMN-HEADING.
061900     PERFORM 4010-NAME-ONE-REASON
062000         THRU 4010-NAME-ONE-REASON-EXIT
062100         VARYING WS-RSN-SUB FROM 1 BY 1
062200         UNTIL WS-RSN-SUB > 13.
062300     MOVE "BR MONTH" TO GCH-LABEL.
062400     MOVE WS-GRID-COLUMN-HEADING TO SCORECARD-LINE.
062500     WRITE SCORECARD-LINE.
062600     PERFORM 4100-GRID-ONE-BRANCH
062700         THRU 4100-GRID-ONE-BRANCH-EXIT
062800         VARYING WS-BRN-SUB FROM 1 BY 1
062900         UNTIL WS-BRN-SUB > 11.
063000     MOVE SPACES TO WS-GRID-WORST-LINE.
063100     MOVE "HIGHEST" TO GWL-LABEL.
063200     PERFORM 4300-WORST-ONE-REASON
063300         THRU 4300-WORST-ONE-REASON-EXIT
063400         VARYING WS-RSN-SUB FROM 1 BY 1
063500         UNTIL WS-RSN-SUB > 13.
063600     MOVE WS-GRID-WORST-LINE TO SCORECARD-LINE.
063700     WRITE SCORECARD-LINE.
063800     MOVE SPACES TO SCORECARD-LINE.
063900     WRITE SCORECARD-LINE.
064000     MOVE "SH = SHOP-WIDE RATE. HIGHEST = BRANCH WITH THE HIGHEST"
064100         TO SCORECARD-LINE.
064200     WRITE SCORECARD-LINE.
064300     MOVE "RATE FOR THE REASON THIS MONTH (BLANK WHEN NONE)."
064400         TO SCORECARD-LINE.
064500     WRITE SCORECARD-LINE.
064600 4000-REASON-GRID-EXIT.
064700     EXIT.
064800*
064900 4010-NAME-ONE-REASON.
065000     MOVE WS-REASON-CODE (WS-RSN-SUB) TO GCH-REASON (WS-RSN-SUB).
065100 4010-NAME-ONE-REASON-EXIT.
065200     EXIT.
065300*
065400*    ONE BRANCH'S (OR THE SHOP'S) LINE FOR THIS MONTH AND, WHEN
065500*    THE PRIOR MONTH HAS HISTORY, A SECOND LINE FOR THE PRIOR
065600 4100-GRID-ONE-BRANCH.
065700     IF WS-BRN-SUB = 11
065800         MOVE "SH" TO WS-BRANCH-ID-X
065900     ELSE
066000         MOVE WS-BRN-SUB TO WS-BRANCH-ID-9
066100     END-IF.
066200     MOVE 1 TO WS-PER-SUB.
066300     MOVE SPACES TO WS-GRID-DETAIL-LINE.
066400     STRING WS-BRANCH-ID-X DELIMITED BY SIZE
066500             " THIS" DELIMITED BY SIZE
066600             INTO GDL-LABEL.
066700     PERFORM 4200-GRID-ONE-RATE
066800         THRU 4200-GRID-ONE-RATE-EXIT
066900         VARYING WS-RSN-SUB FROM 1 BY 1
067000         UNTIL WS-RSN-SUB > 13.
067100     MOVE WS-GRID-DETAIL-LINE TO SCORECARD-LINE.
067200     WRITE SCORECARD-LINE.
067300     IF WS-PER-DAYS (2) > ZERO
067400         MOVE 2 TO WS-PER-SUB
067500         MOVE SPACES TO WS-GRID-DETAIL-LINE
067600         STRING WS-BRANCH-ID-X DELIMITED BY SIZE
067700                 " PRIOR" DELIMITED BY SIZE
067800                 INTO GDL-LABEL
067900         PERFORM 4200-GRID-ONE-RATE
068000             THRU 4200-GRID-ONE-RATE-EXIT
068100             VARYING WS-RSN-SUB FROM 1 BY 1
068200             UNTIL WS-RSN-SUB > 13
068300         MOVE WS-GRID-DETAIL-LINE TO SCORECARD-LINE
068400         WRITE SCORECARD-LINE
068500     END-IF.
068600 4100-GRID-ONE-BRANCH-EXIT.
068700     EXIT.
068800*
068900 4200-GRID-ONE-RATE.
069000     PERFORM 4210-REASON-RATE
069100         THRU 4210-REASON-RATE-EXIT.
069200     MOVE WS-CALC-VALUE TO GDL-RATE (WS-RSN-SUB).
069300 4200-GRID-ONE-RATE-EXIT.
069400     EXIT.
069500*
069600*    ONE REASON'S REJECTS AS A PERCENT OF THE BRANCH'S VOLUME
069700 4210-REASON-RATE.
069800     MOVE ZERO TO WS-CALC-VALUE.
069900     ADD WS-PB-ACCEPTED (WS-PER-SUB, WS-BRN-SUB)
070000         WS-PB-REJECTED (WS-PER-SUB, WS-BRN-SUB)
070100         GIVING WS-CALC-VOLUME.
070200     IF WS-CALC-VOLUME > ZERO
070300         COMPUTE WS-CALC-VALUE ROUNDED =
070400             WS-PB-REASON (WS-PER-SUB, WS-BRN-SUB, WS-RSN-SUB)
070500             * 100 / WS-CALC-VOLUME
070600     END-IF.
070700 4210-REASON-RATE-EXIT.
070800     EXIT.
070900*
071000 4300-WORST-ONE-REASON.
071100     MOVE ZERO TO WS-WORST-SUB.
071200     MOVE ZERO TO WS-WORST-RATE.
071300     MOVE 1 TO WS-PER-SUB.
071400     PERFORM 4310-CHECK-ONE-BRANCH
071500         THRU 4310-CHECK-ONE-BRANCH-EXIT
071600         VARYING WS-BRN-SUB FROM 1 BY 1
071700         UNTIL WS-BRN-SUB > 10.
071800     IF WS-WORST-SUB > ZERO
071900         MOVE WS-WORST-SUB TO WS-BRANCH-ID-9
072000         MOVE WS-BRANCH-ID-X TO GWL-BRANCH (WS-RSN-SUB)
072100     END-IF.
072200 4300-WORST-ONE-REASON-EXIT.
072300     EXIT.
072400*
072500 4310-CHECK-ONE-BRANCH.
072600     PERFORM 4210-REASON-RATE
072700         THRU 4210-REASON-RATE-EXIT.
072800     IF WS-CALC-VALUE > WS-WORST-RATE
072900         MOVE WS-CALC-VALUE TO WS-WORST-RATE
073000         MOVE WS-BRN-SUB TO WS-WORST-SUB
073100     END-IF.
073200 4310-CHECK-ONE-BRANCH-EXIT.
073300     EXIT.
073400*
073500 7000-WRITE-REPORT-HEADING.
073600     MOVE SPACES TO SCORECARD-LINE.
073700     STRING "BRNSCORE MONTHLY BRANCH SCORECARD - MONTH "
073800             DELIMITED BY SIZE
073900             WS-PER-MONTH (1) DELIMITED BY SIZE
074000             "  PRIOR MONTH " DELIMITED BY SIZE
074100             WS-PER-MONTH (2) DELIMITED BY SIZE
074200             INTO SCORECARD-LINE.
074300     WRITE SCORECARD-LINE.
074400     MOVE SPACES TO SCORECARD-LINE.
074500     MOVE WS-PER-DAYS (1) TO WS-SCR-EDIT-DAYS.
074600     MOVE WS-PER-DAYS (2) TO WS-SCR-EDIT-PRIOR-DAYS.
074700     STRING "BUSINESS DATES ON BRNHIST - THIS MONTH "
074800             DELIMITED BY SIZE
074900             WS-SCR-EDIT-DAYS DELIMITED BY SIZE
075000             "  PRIOR MONTH " DELIMITED BY SIZE
075100             WS-SCR-EDIT-PRIOR-DAYS DELIMITED BY SIZE
075200             INTO SCORECARD-LINE.
075300     WRITE SCORECARD-LINE.
075400     IF WS-PER-DAYS (2) = ZERO
075500         MOVE "NO HISTORY FOR THE PRIOR MONTH - NO COMPARISON"
075600             TO SCORECARD-LINE
075700         WRITE SCORECARD-LINE
075800     END-IF.
075900 7000-WRITE-REPORT-HEADING-EXIT.
076000     EXIT.
076100*
076200 7100-WRITE-MEASURE-HEADING.
076300     IF WS-MEASURE-NO = 1
076400         PERFORM 7000-WRITE-REPORT-HEADING
076500             THRU 7000-WRITE-REPORT-HEADING-EXIT
076600     END-IF.
076700     MOVE SPACES TO SCORECARD-LINE.
076800     WRITE SCORECARD-LINE.
076900     EVALUATE WS-MEASURE-NO
077000         WHEN 1
077100             MOVE "VOLUME - TRANSACTIONS ACCEPTED PLUS REJECTED"
077200                 TO SCORECARD-LINE
077300         WHEN 2
077400             MOVE "REJECT RATE - PERCENT OF VOLUME REJECTED"
077500                 TO SCORECARD-LINE
077600         WHEN 3
077700             MOVE "EXCEPTION RATE - EXCEPTIONS PER 100 ACCEPTED"
077800                 TO SCORECARD-LINE
077900         WHEN 4
078000             MOVE "AVERAGE SUSPENSE AGE - DAYS ON FILE PER ITEM"
078100                 TO SCORECARD-LINE
078200         WHEN 5
078300             MOVE "ITEMS PURGED UNRESOLVED FROM SUSPENSE"
078400                 TO SCORECARD-LINE
078500     END-EVALUATE.
078600     WRITE SCORECARD-LINE.
078700     MOVE SPACES TO SCORECARD-LINE.
078800     WRITE SCORECARD-LINE.
078900     MOVE WS-SCORE-COLUMN-HEADING TO SCORECARD-LINE.
079000     WRITE SCORECARD-LINE.
079100 7100-WRITE-MEASURE-HEADING-EXIT.
079200     EXIT.
079300*
079400*    EDITS WS-SCR-EDIT-IN FOR A SCORECARD COLUMN - A COUNT AS A
079500*    WHOLE NUMBER, A RATE OR AGE TO TWO PLACES, SIGNED FOR THE
079600*    CHANGE AND SHOP COLUMNS
079700 7200-EDIT-VALUE.
079800     IF WS-COUNT-MEASURE
079900         COMPUTE WS-SCR-WHOLE ROUNDED = WS-SCR-EDIT-IN
080000         IF WS-SCR-SIGNED
080100             MOVE WS-SCR-WHOLE TO WS-SCR-EDIT-SCOUNT
080200             MOVE WS-SCR-EDIT-SCOUNT TO WS-SCR-EDIT-OUT
080300         ELSE
080400             MOVE WS-SCR-WHOLE TO WS-SCR-EDIT-COUNT
080500             MOVE WS-SCR-EDIT-COUNT TO WS-SCR-EDIT-OUT
080600         END-IF
080700     ELSE
080800         IF WS-SCR-SIGNED
080900             MOVE WS-SCR-EDIT-IN TO WS-SCR-EDIT-SRATE
081000             MOVE WS-SCR-EDIT-SRATE TO WS-SCR-EDIT-OUT
081100         ELSE
081200             MOVE WS-SCR-EDIT-IN TO WS-SCR-EDIT-RATE
081300             MOVE WS-SCR-EDIT-RATE TO WS-SCR-EDIT-OUT
081400         END-IF
081500     END-IF.
081600 7200-EDIT-VALUE-EXIT.
081700     EXIT.
081800*
081900 8900-REFUSAL-REPORT.
082000     MOVE SPACES TO SCORECARD-LINE.
082100     STRING "BRNSCORE MONTHLY BRANCH SCORECARD - MONTH "
082200             DELIMITED BY SIZE
082300             WS-PER-MONTH (1) DELIMITED BY SIZE
082400             INTO SCORECARD-LINE.
082500     WRITE SCORECARD-LINE.
082600     MOVE SPACES TO SCORECARD-LINE.
082700     WRITE SCORECARD-LINE.
082800     MOVE SPACES TO SCORECARD-LINE.
082900     STRING "SCORECARD REFUSED - " DELIMITED BY SIZE
083000             WS-REFUSAL-REASON DELIMITED BY SIZE
083100             INTO SCORECARD-LINE.
083200     WRITE SCORECARD-LINE.
083300     MOVE "RUN BRNDAY FOR THE MONTH'S BUSINESS DATES FIRST."
083400         TO SCORECARD-LINE.
083500     WRITE SCORECARD-LINE.
083600 8900-REFUSAL-REPORT-EXIT.
083700     EXIT.
083800*
083900 9000-TERMINATE.
084000     DISPLAY "BRNSCORE: SCORECARD MONTH: " PARM-MONTH.
084100     IF WS-SCORECARD-REFUSED
084200         DISPLAY "BRNSCORE: SCORECARD REFUSED - "
084300             WS-REFUSAL-REASON
084400     ELSE
084500         IF NOT WS-ABORT-RUN
084600             DISPLAY "BRNSCORE: BUSINESS DATES THIS MONTH: "
084700                 WS-PER-DAYS (1) " PRIOR MONTH: " WS-PER-DAYS (2)
084800         END-IF
084900     END-IF.
085000     IF WS-HISTORY-OPEN
085100         CLOSE BRANCH-HISTORY-FILE
085200     END-IF.
085300     IF WS-REPORT-OPEN
085400         CLOSE SCORECARD-FILE
085500     END-IF.
085600*    RETURN CODE 16 FLAGS AN ABORTED RUN AND RETURN CODE 8 A
085700*    MONTH WITH NOTHING ON THE BRANCH HISTORY TO SCORE
085800     IF WS-ABORT-RUN
085900         MOVE 16 TO RETURN-CODE
086000     ELSE
086100         IF WS-SCORECARD-REFUSED
086200             MOVE 8 TO RETURN-CODE
086300         ELSE
086400             MOVE ZERO TO RETURN-CODE
086500         END-IF
086600     END-IF.
086700 9000-TERMINATE-EXIT.
086800     EXIT.
