001600*                     HALF-EMPTY INPUT FILE THAT RAN CLEAN AND
001700*                     RECONCILED PERFECTLY NOW SHOWS UP AS A
001800*                     VOLUME ANOMALY INSTEAD OF PASSING SILENT.
001810*    2026-10-15  RSL  THE MONTH-TO-DATE AVERAGE NOW COVERS SHOP
001820*                     BUSINESS DAYS ONLY, OFF THE BUSINESS-DAY
001830*                     CALENDAR (BUSCAL) - A RUN FORCED THROUGH FOR
001840*                     A WEEKEND OR HOLIDAY NO LONGER DRAGS THE
001850*                     AVERAGE DOWN. SKIPPED ROWS ARE COUNTED ON
001860*                     THE REPORT, A DATE UNDER REVIEW THAT IS NOT
001870*                     A BUSINESS DAY IS NOTED, AND A CALENDAR FILE
001880*                     THAT CANNOT BE READ ABORTS THE RUN.
001882*    2026-10-15  RSL  RUN-HISTORY ROWS FLAGGED REVERSED BY THE
001884*                     BACK-OUT PROGRAM (BALREV) ARE LEFT OUT OF
001886*                     BOTH THE DAY UNDER REVIEW AND THE AVERAGE,
001888*                     AND COUNTED ON THE REPORT. A DATE WHOSE ONLY
001890*                     ROWS ARE REVERSED IS REPORTED AS REVERSED
001892*                     RATHER THAN AS MISSING.
001894*    2026-10-15  RSL  THE RUNHIST LAYOUT GAINED THE RUN-MODE BYTE
001896*                     VERBS NOW WRITES (CUT FROM FILLER) - NOT
001898*                     USED HERE.
001900*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002500         FILE STATUS IS WS-RUN-HISTORY-STATUS.
002600     SELECT TREND-REPORT-FILE ASSIGN TO "TRNDRPT"
002700         ORGANIZATION IS LINE SEQUENTIAL.
002710*    SHOP BUSINESS-DAY CALENDAR - HOLIDAYS AND ANY WEEKEND DAYS
002720*    OPENED FOR BUSINESS. OPTIONAL - WITHOUT IT ONLY SATURDAYS AND
002730*    SUNDAYS ARE CLOSED
002740     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BUSCAL"
002750         ORGANIZATION IS SEQUENTIAL
002760         FILE STATUS IS WS-CALENDAR-STATUS.
002800*
002900 DATA DIVISION.
003000 FILE SECTION.
003100*
003200*    SAME LAYOUT VERBS APPENDS TO RUNHIST - THE TWO MUST STAY
003300*    IN STEP. ROWS FLAGGED REVERSED BY BALREV ARE PASSED OVER
003400 FD  RUN-HISTORY-FILE
003500     RECORDING MODE IS F.
003600 01  RUN-HISTORY-RECORD.
004700     05  RHS-TOTAL-SUB              PIC S9(11).
004800     05  RHS-TOTAL-MULT             PIC S9(11).
004900     05  RHS-TOTAL-DIV              PIC S9(11).
004910     05  RHS-REVERSED-FLAG          PIC X(01).
004920         88  RHS-REVERSED           VALUE "R".
004930     05  RHS-REVERSED-ON-DATE       PIC 9(08).
004940*    "M" WHEN THE RECORD IS A MONTH-END RUN'S (BALSNAP ONLY
004950*    SNAPSHOTS A MONTH-END DATE), "D" A DAILY RUN, SPACE ON A
004960*    RECORD WRITTEN BEFORE THE RUN MODE WAS KEPT
004970     05  RHS-RUN-MODE               PIC X(01).
004980         88  RHS-MONTH-END-RUN      VALUE "M".
004990     05  FILLER                     PIC X(13).
005100*
005200 FD  TREND-REPORT-FILE.
005300 01  TREND-REPORT-LINE               PIC X(100).
005305*
005310*    ONE CALENDAR RECORD PER EXCEPTION TO THE MONDAY-FRIDAY WEEK -
005315*    JOBDRV, VERBS, TRANEDIT, EXCSUSP, GLACK, PENDAPR AND HOLDREG
005320*    READ THE SAME FILE, SO EVERY READER MUST STAY IN STEP
005325 FD  CALENDAR-FILE
005330     RECORDING MODE IS F.
005335 01  CALENDAR-RECORD.
005340     05  CAL-DATE                   PIC X(08).
005345     05  CAL-DAY-TYPE               PIC X(01).
005350         88  CAL-HOLIDAY            VALUE "H".
005355         88  CAL-OPENED-DAY         VALUE "W".
005360     05  CAL-DESCRIPTION            PIC X(30).
005365     05  FILLER                     PIC X(41).
005400*
005500 WORKING-STORAGE SECTION.
005600*
008600         88  WS-ABORT-RUN            VALUE "Y".
008700     05  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
008800         88  WS-FILES-OPEN           VALUE "Y".
008810     05  WS-TODAY-CLOSED-SWITCH      PIC X(01) VALUE "N".
008820         88  WS-TODAY-CLOSED         VALUE "Y".
008830     05  WS-TODAY-REVERSED-SWITCH    PIC X(01) VALUE "N".
008840         88  WS-TODAY-REVERSED       VALUE "Y".
008900*
009000*    COUNTERS - HISTORY ROWS READ, MONTH-TO-DATE ROWS AVERAGED,
009100*    METRICS FLAGGED OUTSIDE THE TOLERANCE, AND MONTH-TO-DATE
009110*    ROWS LEFT OUT FOR A DAY THAT IS NOT A BUSINESS DAY, AND
009120*    ROWS LEFT OUT BECAUSE THEIR DATE WAS BACKED OUT
009200 01  WS-COUNTERS.
009300     05  WS-HISTORY-COUNT            PIC 9(09) VALUE ZERO.
009400     05  WS-MTD-COUNT                PIC 9(09) VALUE ZERO.
009500     05  WS-FLAG-COUNT               PIC 9(09) VALUE ZERO.
009510     05  WS-NON-BUSINESS-COUNT       PIC 9(09) VALUE ZERO.
009520     05  WS-REVERSED-COUNT           PIC 9(09) VALUE ZERO.
009600*
009700*    TODAY'S RUN AS READ BACK OFF THE HISTORY FILE - THE LAST
009800*    ROW FOR THE BUSINESS DATE WINS WHEN A DAY WAS RERUN
016200     05  FILLER                      PIC X(33) VALUE SPACES.
016300*
016400 01  WS-TRD-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
016402*
016404*    FILE STATUS FOR THE BUSINESS-DAY CALENDAR - "05" MEANS THE
016406*    OPTIONAL FILE IS NOT THERE AND ONLY WEEKENDS ARE CLOSED
016408 01  WS-CALENDAR-STATUS              PIC X(02) VALUE "00".
016410     88  WS-CALENDAR-OK              VALUE "00" "05".
016412     88  WS-CALENDAR-NOT-THERE       VALUE "05".
016414 01  WS-CALENDAR-SWITCHES.
016416     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
016418         88  WS-CAL-EOF              VALUE "Y".
016420     05  WS-CAL-UNREADABLE-SWITCH    PIC X(01) VALUE "N".
016422         88  WS-CAL-UNREADABLE       VALUE "Y".
016424     05  WS-BUSINESS-DAY-SWITCH      PIC X(01) VALUE "N".
016426         88  WS-BUSINESS-DAY         VALUE "Y".
016428*
016430*    CALENDAR EXCEPTIONS LOADED FROM BUSCAL - "H" CLOSES A
016432*    WEEKDAY, "W" OPENS A WEEKEND DAY
016434 01  WS-CALENDAR-TABLE.
016436     05  WS-CAL-COUNT              PIC 9(04) COMP VALUE ZERO.
016438     05  WS-CAL-ENTRY OCCURS 500 TIMES
016440                      INDEXED BY CAL-IDX.
016442         10  WS-CAL-TAB-DATE         PIC 9(08).
016444         10  WS-CAL-TAB-TYPE         PIC X(01).
016446*
016448*    DATE BEING JUDGED AND THE DAY-OF-WEEK WORK FIELDS (ZELLER -
016450*    DAY 0 IS SATURDAY, 1 IS SUNDAY)
016452 01  WS-CAL-TEST-DATE                PIC 9(08) VALUE ZERO.
016454 01  WS-CAL-TEST-DATE-X REDEFINES WS-CAL-TEST-DATE.
016456     05  WS-CAL-TEST-YEAR            PIC 9(04).
016458     05  WS-CAL-TEST-MONTH           PIC 9(02).
016460     05  WS-CAL-TEST-DAY             PIC 9(02).
016462 01  WS-DOW-WORK.
016464     05  WS-DOW-YEAR                 PIC 9(04).
016466     05  WS-DOW-MONTH                PIC 9(02).
016468     05  WS-DOW-CENTURY              PIC 9(02).
016470     05  WS-DOW-YEAR-OF-CENTURY      PIC 9(02).
016472     05  WS-DOW-TERM                 PIC 9(04).
016474     05  WS-DOW-SUM                  PIC 9(05).
016476     05  WS-DOW-QUOTIENT             PIC 9(05).
016478     05  WS-DOW-DAY                  PIC 9(01).
016480         88  WS-DOW-WEEKEND          VALUE 0 1.
016500*
016600 PROCEDURE DIVISION.
016700*
019900     IF WS-TOLERANCE-PCT = ZERO
020000         MOVE 20 TO WS-TOLERANCE-PCT
020100     END-IF.
020105     PERFORM 9100-LOAD-CALENDAR
020110         THRU 9100-LOAD-CALENDAR-EXIT.
020115     IF WS-CAL-UNREADABLE
020120         DISPLAY "TRENDRPT: BUSINESS CALENDAR UNREADABLE - RUN"
020125             " ABORTED"
020130         SET WS-ABORT-RUN TO TRUE
020135         GO TO 1000-INITIALIZE-EXIT
020140     END-IF.
020145     MOVE WS-BUSINESS-DATE TO WS-CAL-TEST-DATE.
020150     PERFORM 9200-TEST-BUSINESS-DAY
020155         THRU 9200-TEST-BUSINESS-DAY-EXIT.
020160     IF NOT WS-BUSINESS-DAY
020165         SET WS-TODAY-CLOSED TO TRUE
020170     END-IF.
020200     OPEN INPUT RUN-HISTORY-FILE.
020300     IF NOT WS-RUN-HISTORY-OK
020400         DISPLAY "TRENDRPT: UNABLE TO OPEN RUN-HISTORY-FILE,"
021600*    ONE HISTORY ROW - THE DAY UNDER REVIEW IS CAPTURED AS
021700*    TODAY'S VALUES, ANY OTHER DAY IN THE SAME BUSINESS MONTH
021800*    GOES TO ITS PRIOR-DAY TABLE ENTRY - IN BOTH CASES THE
021900*    LATEST ROW FOR A DATE WINS, SO A RERUN COUNTS ONCE. A PRIOR
021910*    DAY THAT IS NOT A SHOP BUSINESS DAY IS LEFT OUT OF THE
021920*    AVERAGE AND COUNTED
021930*    A ROW FLAGGED REVERSED NEVER COUNTS - ITS DATE WAS BACKED
021940*    OUT, AND A RERUN OF THE DATE APPENDS A FRESH ROW
022000 2000-ACCUMULATE-HISTORY.
022100     ADD 1 TO WS-HISTORY-COUNT.
022110     IF RHS-REVERSED
022120         ADD 1 TO WS-REVERSED-COUNT
022130         IF RHS-BUSINESS-DATE = WS-BUSINESS-DATE
022140             SET WS-TODAY-REVERSED TO TRUE
022150         END-IF
022160         PERFORM 2100-READ-HISTORY
022170             THRU 2100-READ-HISTORY-EXIT
022180         GO TO 2000-ACCUMULATE-HISTORY-EXIT
022190     END-IF.
022200     IF RHS-BUSINESS-DATE = WS-BUSINESS-DATE
022300         SET WS-TODAY-FOUND TO TRUE
022400         MOVE RHS-RECORD-COUNT TO WS-TDY-RECORD-COUNT
023200     ELSE
023300         IF RHS-YEAR-MONTH = WS-BUSINESS-YEAR-MONTH
023400                 AND RHS-BUSINESS-DATE < WS-BUSINESS-DATE
023410             MOVE RHS-BUSINESS-DATE TO WS-CAL-TEST-DATE
023420             PERFORM 9200-TEST-BUSINESS-DAY
023430                 THRU 9200-TEST-BUSINESS-DAY-EXIT
023440             IF WS-BUSINESS-DAY
023500                 PERFORM 2200-STORE-PRIOR-DAY
023600                     THRU 2200-STORE-PRIOR-DAY-EXIT
023610             ELSE
023620                 ADD 1 TO WS-NON-BUSINESS-COUNT
023630             END-IF
023700         END-IF
023800     END-IF.
023900     PERFORM 2100-READ-HISTORY
031900     IF NOT WS-TODAY-FOUND
032000         DISPLAY "TRENDRPT: NO RUN-HISTORY ROW FOR BUSINESS"
032100             " DATE " PARM-BUSINESS-DATE
032110         IF WS-TODAY-REVERSED
032120             MOVE "BUSINESS DATE WAS REVERSED - NO TREND JUDGED"
032130                 TO TREND-REPORT-LINE
032140         ELSE
032150             MOVE "NO HISTORY ROW FOR DATE - NO TREND JUDGED"
032160                 TO TREND-REPORT-LINE
032170         END-IF
032400         WRITE TREND-REPORT-LINE
032500         SET WS-ABORT-RUN TO TRUE
032600         GO TO 8000-TREND-REPORT-EXIT
033000             WS-TRD-EDIT-COUNT DELIMITED BY SIZE
033100             INTO TREND-REPORT-LINE.
033200     WRITE TREND-REPORT-LINE.
033205     MOVE SPACES TO TREND-REPORT-LINE.
033210     MOVE WS-NON-BUSINESS-COUNT TO WS-TRD-EDIT-COUNT.
033215     STRING "NON-BUSINESS SKIPPED .. " DELIMITED BY SIZE
033220             WS-TRD-EDIT-COUNT DELIMITED BY SIZE
033225             INTO TREND-REPORT-LINE.
033226     WRITE TREND-REPORT-LINE.
033227     MOVE SPACES TO TREND-REPORT-LINE.
033228     MOVE WS-REVERSED-COUNT TO WS-TRD-EDIT-COUNT.
033229     STRING "REVERSED ROWS SKIPPED . " DELIMITED BY SIZE
033230             WS-TRD-EDIT-COUNT DELIMITED BY SIZE
033231             INTO TREND-REPORT-LINE.
033232     WRITE TREND-REPORT-LINE.
033235     IF WS-TODAY-CLOSED
033240         MOVE "BUSINESS DATE IS NOT A SHOP BUSINESS DAY - RUN WAS"
033245             TO TREND-REPORT-LINE
033250         WRITE TREND-REPORT-LINE
033255         MOVE "FORCED; JUDGED AGAINST THE BUSINESS-DAY AVERAGE"
033260             TO TREND-REPORT-LINE
033265         WRITE TREND-REPORT-LINE
033270     END-IF.
033300     MOVE SPACES TO TREND-REPORT-LINE.
033400     WRITE TREND-REPORT-LINE.
033500     MOVE WS-TREND-COLUMN-HEADING TO TREND-REPORT-LINE.
044400     DISPLAY "TRENDRPT: HISTORY ROWS READ: " WS-HISTORY-COUNT.
044500     DISPLAY "TRENDRPT: PRIOR RUNS IN MONTH: " WS-MTD-COUNT.
044600     DISPLAY "TRENDRPT: METRICS FLAGGED: " WS-FLAG-COUNT.
044610     DISPLAY "TRENDRPT: NON-BUSINESS RUNS SKIPPED: "
044620         WS-NON-BUSINESS-COUNT.
044630     DISPLAY "TRENDRPT: REVERSED ROWS SKIPPED: "
044640         WS-REVERSED-COUNT.
044700     IF WS-FILES-OPEN
044800         CLOSE RUN-HISTORY-FILE
044900         CLOSE TREND-REPORT-FILE
046300     END-IF.
046400 9000-TERMINATE-EXIT.
046500     EXIT.
046510*
046520*    LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE TABLE - A
046530*    MISSING FILE LEAVES ONLY SATURDAYS AND SUNDAYS CLOSED, A
046540*    FILE THAT CANNOT BE READ OR DOES NOT FIT IS UNREADABLE
046550 9100-LOAD-CALENDAR.
046560     MOVE ZERO TO WS-CAL-COUNT.
046570     MOVE "N" TO WS-CAL-EOF-SWITCH.
046580     OPEN INPUT CALENDAR-FILE.
046590     IF NOT WS-CALENDAR-OK
046600         DISPLAY "TRENDRPT: UNABLE TO OPEN BUSINESS CALENDAR"
046610             " - STATUS " WS-CALENDAR-STATUS
046620         SET WS-CAL-UNREADABLE TO TRUE
046630         GO TO 9100-LOAD-CALENDAR-EXIT
046640     END-IF.
046650     IF WS-CALENDAR-NOT-THERE
046660         DISPLAY "TRENDRPT: NO BUSINESS CALENDAR - ONLY WEEKENDS"
046670             " ARE CLOSED"
046680         CLOSE CALENDAR-FILE
046690         GO TO 9100-LOAD-CALENDAR-EXIT
046700     END-IF.
046710     PERFORM 9110-READ-CALENDAR
046720         THRU 9110-READ-CALENDAR-EXIT.
046730     PERFORM 9120-STORE-CALENDAR-ENTRY
046740         THRU 9120-STORE-CALENDAR-ENTRY-EXIT
046750         UNTIL WS-CAL-EOF OR WS-CAL-UNREADABLE.
046760     CLOSE CALENDAR-FILE.
046770 9100-LOAD-CALENDAR-EXIT.
046780     EXIT.
046790*
046800 9110-READ-CALENDAR.
046810     READ CALENDAR-FILE
046820         AT END
046830             SET WS-CAL-EOF TO TRUE
046840             GO TO 9110-READ-CALENDAR-EXIT
046850     END-READ.
046860     IF WS-CALENDAR-STATUS NOT = "00"
046870         DISPLAY "TRENDRPT: BUSINESS CALENDAR READ ERROR"
046880             " - STATUS " WS-CALENDAR-STATUS
046890         SET WS-CAL-UNREADABLE TO TRUE
046900     END-IF.
046910 9110-READ-CALENDAR-EXIT.
046920     EXIT.
046930*
046940*    KEEPS ONE CALENDAR ENTRY - A BAD DATE OR DAY TYPE IS SHOWN
046950*    ON THE CONSOLE AND SKIPPED
046960 9120-STORE-CALENDAR-ENTRY.
046970     IF CAL-DATE NOT NUMERIC
046980             OR NOT (CAL-HOLIDAY OR CAL-OPENED-DAY)
046990         DISPLAY "TRENDRPT: CALENDAR ENTRY SKIPPED - " CAL-DATE
047000             " " CAL-DAY-TYPE
047010     ELSE
047020         IF WS-CAL-COUNT >= 500
047030             DISPLAY "TRENDRPT: BUSINESS CALENDAR TABLE FULL"
047040             SET WS-CAL-UNREADABLE TO TRUE
047050             GO TO 9120-STORE-CALENDAR-ENTRY-EXIT
047060         END-IF
047070         ADD 1 TO WS-CAL-COUNT
047080         SET CAL-IDX TO WS-CAL-COUNT
047090         MOVE CAL-DATE TO WS-CAL-TAB-DATE (CAL-IDX)
047100         MOVE CAL-DAY-TYPE TO WS-CAL-TAB-TYPE (CAL-IDX)
047110     END-IF.
047120     PERFORM 9110-READ-CALENDAR
047130         THRU 9110-READ-CALENDAR-EXIT.
047140 9120-STORE-CALENDAR-ENTRY-EXIT.
047150     EXIT.
047160*
047170*    JUDGES WS-CAL-TEST-DATE - MONDAY THROUGH FRIDAY IS A BUSINESS
047180*    DAY UNLESS THE CALENDAR CARRIES IT AS A HOLIDAY, SATURDAY
047190*    AND SUNDAY ARE NOT UNLESS THE CALENDAR OPENS THEM. THE DAY
047200*    OF THE WEEK COMES FROM ZELLER'S RULE (0 = SATURDAY)
047210 9200-TEST-BUSINESS-DAY.
047220     MOVE WS-CAL-TEST-YEAR TO WS-DOW-YEAR.
047230     MOVE WS-CAL-TEST-MONTH TO WS-DOW-MONTH.
047240     IF WS-DOW-MONTH < 3
047250         ADD 12 TO WS-DOW-MONTH
047260         SUBTRACT 1 FROM WS-DOW-YEAR
047270     END-IF.
047280     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
047290         REMAINDER WS-DOW-YEAR-OF-CENTURY.
047300     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
047310     DIVIDE WS-DOW-TERM BY 5 GIVING WS-DOW-TERM.
047320     MOVE WS-CAL-TEST-DAY TO WS-DOW-SUM.
047330     ADD WS-DOW-TERM WS-DOW-YEAR-OF-CENTURY TO WS-DOW-SUM.
047340     COMPUTE WS-DOW-SUM = WS-DOW-SUM + 5 * WS-DOW-CENTURY.
047350     DIVIDE WS-DOW-YEAR-OF-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
047360     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
047370     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
047380     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
047390     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOTIENT
047400         REMAINDER WS-DOW-DAY.
047410     IF WS-DOW-WEEKEND
047420         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
047430     ELSE
047440         MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
047450     END-IF.
047460     SET CAL-IDX TO 1.
047470     SEARCH WS-CAL-ENTRY
047480         AT END
047490             CONTINUE
047500         WHEN CAL-IDX > WS-CAL-COUNT
047510             CONTINUE
047520         WHEN WS-CAL-TAB-DATE (CAL-IDX) = WS-CAL-TEST-DATE
047530             IF WS-CAL-TAB-TYPE (CAL-IDX) = "H"
047540                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
047550             ELSE
047560                 MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
047570             END-IF
047580     END-SEARCH.
047590 9200-TEST-BUSINESS-DAY-EXIT.
047600     EXIT.
