006960*                     BALCHK STEP CAN PROVE THE WHOLE CHAIN TIES
006962*                     INSTEAD OF SOMEONE EYEBALLING CTLRPT
006964*                     AGAINST THE OTHER STEP REPORTS.
006965*    2026-10-15  RSL  CATCH-UP PASSES NOW STEP FROM BUSINESS DAY
006966*                     TO BUSINESS DAY OFF THE SHOP CALENDAR
006967*                     (BUSCAL) INSTEAD OF ONE CALENDAR DAY AT A
006968*                     TIME, SO A LONG WEEKEND NO LONGER MAKES
006969*                     EMPTY PASSES AND EMPTY RUNHIST RECORDS. A
006970*                     TRANSACTION DATED ON A SKIPPED WEEKEND OR
006971*                     HOLIDAY IS PROCESSED BY THE NEXT BUSINESS
006972*                     DAY'S PASS, AS A NORMAL DAILY RUN WOULD HAVE
006973*                     DONE. A START DATE THAT IS NOT A BUSINESS
006974*                     DAY IS WARNED ON THE CONSOLE; A CALENDAR
006975*                     FILE THAT CANNOT BE READ ABORTS THE RUN.
006976*    2026-10-15  RSL  THE RUNHIST RECORD CARRIES A REVERSED FLAG
006977*                     AND DATE, CUT FROM FILLER - THE BACK-OUT
006978*                     PROGRAM (BALREV) SETS THEM ON A BACKED-OUT
006979*                     DATE'S RECORDS. THIS STEP WRITES THEM BLANK.
006980*    2026-10-15  RSL  THE RUNHIST RECORD NOW CARRIES THE RUN MODE,
006981*                     CUT FROM FILLER - "M" ON A MONTH-END RUN'S
006982*                     RECORD (IN A CATCH-UP, ONLY THE LAST
006983*                     PASS'S), "D" OTHERWISE. THE MONTH-END
006984*                     SNAPSHOT STEP (BALSNAP) WILL ONLY FREEZE
006985*                     BALMST AS OF A DATE A MONTH-END RUN
006986*                     PROCESSED.
006987*    2026-10-15  RSL  THE STEP CONTROL RECORD GAINED A HELD COUNT
006988*                     (ITEMS TRANEDIT HOLDS FOR SUPERVISOR
006989*                     REVIEW); THIS STEP HOLDS NOTHING AND WRITES
006990*                     ZERO.
006991*
007000 ENVIRONMENT DIVISION.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
009180     SELECT OPTIONAL STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
009190         ORGANIZATION IS SEQUENTIAL
009192         FILE STATUS IS WS-STEP-CONTROL-STATUS.
009193*    SHOP BUSINESS-DAY CALENDAR - HOLIDAYS AND ANY WEEKEND DAYS
009194*    OPENED FOR BUSINESS. OPTIONAL - WITHOUT IT ONLY SATURDAYS AND
009195*    SUNDAYS ARE CLOSED
009196     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BUSCAL"
009197         ORGANIZATION IS SEQUENTIAL
009198         FILE STATUS IS WS-CALENDAR-STATUS.
009200*
009300 DATA DIVISION.
009400 FILE SECTION.
015600 01  EXCEPTION-TEMP-RECORD            PIC X(79).
015610*
015620*    ONE SUMMARY RECORD PER RUN - THE TREND REPORT (TRENDRPT)
015630*    READS THIS LAYOUT BACK, SO THE TWO MUST STAY IN STEP.
015632*    THE REVERSED FLAG AND DATE ARE SET ONLY BY BALREV WHEN THE
015634*    DATE IS BACKED OUT - A NEW RUN ALWAYS WRITES THEM BLANK
015640 FD  RUN-HISTORY-FILE
015650     RECORDING MODE IS F.
015660 01  RUN-HISTORY-RECORD.
015676     05  RHS-TOTAL-SUB              PIC S9(11).
015678     05  RHS-TOTAL-MULT             PIC S9(11).
015680     05  RHS-TOTAL-DIV              PIC S9(11).
015681     05  RHS-REVERSED-FLAG          PIC X(01).
015682         88  RHS-REVERSED           VALUE "R".
015683     05  RHS-REVERSED-ON-DATE       PIC 9(08).
015684*    "M" WHEN THE RECORD IS A MONTH-END RUN'S (BALSNAP ONLY
015685*    SNAPSHOTS A MONTH-END DATE), "D" A DAILY RUN, SPACE ON A
015686*    RECORD WRITTEN BEFORE THE RUN MODE WAS KEPT
015687     05  RHS-RUN-MODE               PIC X(01).
015688         88  RHS-MONTH-END-RUN      VALUE "M".
015689     05  FILLER                     PIC X(13).
015690*
015691*    ONE STEP CONTROL RECORD PER COMPLETED RUN OR CATCH-UP PASS
015692*    - THE BALCHK STEP READS THIS LAYOUT BACK, SO EVERY WRITER
015693*    MUST STAY IN STEP
015694 FD  STEP-CONTROL-FILE
015695     RECORDING MODE IS F.
015696 01  STEP-CONTROL-RECORD.
015698     05  STP-STEP-NAME              PIC X(08).
015702     05  STP-BUSINESS-DATE          PIC 9(08).
015704     05  STP-IN-COUNT               PIC 9(09).
015706     05  STP-OUT-COUNT              PIC 9(09).
015708     05  STP-REJECT-COUNT           PIC 9(09).
015710*    ITEMS HELD FOR SUPERVISOR REVIEW - ONLY TRANEDIT HOLDS
015712*    ITEMS, EVERY OTHER STEP WRITES ZERO
015714     05  STP-HOLD-COUNT             PIC 9(09).
015716     05  FILLER                     PIC X(28).
015718*
015720*    ONE CALENDAR RECORD PER EXCEPTION TO THE MONDAY-FRIDAY WEEK -
015722*    JOBDRV, TRANEDIT, EXCSUSP, TRENDRPT, GLACK, PENDAPR AND
015724*    HOLDREG READ THE SAME FILE, SO EVERY READER MUST STAY IN STEP
015726 FD  CALENDAR-FILE
015728     RECORDING MODE IS F.
015730 01  CALENDAR-RECORD.
015732     05  CAL-DATE                   PIC X(08).
015734     05  CAL-DAY-TYPE               PIC X(01).
015736         88  CAL-HOLIDAY            VALUE "H".
015738         88  CAL-OPENED-DAY         VALUE "W".
015740     05  CAL-DESCRIPTION            PIC X(30).
015742     05  FILLER                     PIC X(41).
015744*
015800 WORKING-STORAGE SECTION.
015900*
016000*    RUN PARAMETER, SUPPLIED ON THE COMMAND LINE (JCL PARM=) -
018708 01  WS-PASS-COUNT                   PIC 9(04) VALUE ZERO.
018710 01  WS-DATE-RANGE-COUNT             PIC 9(09) VALUE ZERO.
018712*
018713*    BUSINESS DATE OF THE PREVIOUS CATCH-UP PASS - RECORDS DATED
018714*    AFTER IT AND BEFORE THE CURRENT PASS FELL ON DAYS THE SHOP
018715*    WAS CLOSED AND RIDE THE CURRENT PASS
018716 01  WS-PRIOR-PASS-DATE              PIC 9(08) VALUE ZERO.
018717*
018718*    CALENDAR WORK FIELDS FOR THE ONE-DAY BUMP BETWEEN PASSES
018719 01  WS-MONTH-LENGTHS-V.
018720     05  FILLER                      PIC X(24) VALUE
018721         "312831303130313130313031".
018722 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS-V.
018724     05  WS-MONTH-LENGTH OCCURS 12 TIMES
018726                                     PIC 9(02).
018728 01  WS-DAYS-THIS-MONTH              PIC 9(02) VALUE ZERO.
018730 01  WS-LEAP-WORK                    PIC 9(04) VALUE ZERO.
018732 01  WS-LEAP-REM                     PIC 9(04) VALUE ZERO.
018733*
018734*    FILE STATUS FOR THE BUSINESS-DAY CALENDAR - "05" MEANS THE
018735*    OPTIONAL FILE IS NOT THERE AND ONLY WEEKENDS ARE CLOSED
018736 01  WS-CALENDAR-STATUS              PIC X(02) VALUE "00".
018737     88  WS-CALENDAR-OK              VALUE "00" "05".
018738     88  WS-CALENDAR-NOT-THERE       VALUE "05".
018739 01  WS-CALENDAR-SWITCHES.
018740     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
018741         88  WS-CAL-EOF              VALUE "Y".
018742     05  WS-CAL-UNREADABLE-SWITCH    PIC X(01) VALUE "N".
018743         88  WS-CAL-UNREADABLE       VALUE "Y".
018744     05  WS-BUSINESS-DAY-SWITCH      PIC X(01) VALUE "N".
018745         88  WS-BUSINESS-DAY         VALUE "Y".
018746*
018747*    CALENDAR EXCEPTIONS LOADED FROM BUSCAL - "H" CLOSES A
018748*    WEEKDAY, "W" OPENS A WEEKEND DAY
018749 01  WS-CALENDAR-TABLE.
018750     05  WS-CAL-COUNT              PIC 9(04) COMP VALUE ZERO.
018751     05  WS-CAL-ENTRY OCCURS 500 TIMES
018752                      INDEXED BY CAL-IDX.
018753         10  WS-CAL-TAB-DATE         PIC 9(08).
018754         10  WS-CAL-TAB-TYPE         PIC X(01).
018755*
018756*    DATE BEING JUDGED AND THE DAY-OF-WEEK WORK FIELDS (ZELLER -
018757*    DAY 0 IS SATURDAY, 1 IS SUNDAY)
018758 01  WS-CAL-TEST-DATE                PIC 9(08) VALUE ZERO.
018759 01  WS-CAL-TEST-DATE-X REDEFINES WS-CAL-TEST-DATE.
018760     05  WS-CAL-TEST-YEAR            PIC 9(04).
018761     05  WS-CAL-TEST-MONTH           PIC 9(02).
018762     05  WS-CAL-TEST-DAY             PIC 9(02).
018763 01  WS-DOW-WORK.
018764     05  WS-DOW-YEAR                 PIC 9(04).
018765     05  WS-DOW-MONTH                PIC 9(02).
018766     05  WS-DOW-CENTURY              PIC 9(02).
018767     05  WS-DOW-YEAR-OF-CENTURY      PIC 9(02).
018768     05  WS-DOW-TERM                 PIC 9(04).
018769     05  WS-DOW-SUM                  PIC 9(05).
018770     05  WS-DOW-QUOTIENT             PIC 9(05).
018771     05  WS-DOW-DAY                  PIC 9(01).
018772         88  WS-DOW-WEEKEND          VALUE 0 1.
018773*
018800*    END-OF-FILE, ARITHMETIC-EXCEPTION AND RUN-ABORT SWITCHES
018900 01  WS-SWITCHES.
019000     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
029386             GO TO 1000-INITIALIZE-EXIT
029388         END-IF
029390     END-IF.
029395     MOVE WS-BUSINESS-DATE TO WS-PRIOR-PASS-DATE.
029400     PERFORM 9100-LOAD-CALENDAR
029405         THRU 9100-LOAD-CALENDAR-EXIT.
029410     IF WS-CAL-UNREADABLE
029415         DISPLAY "VERBS: BUSINESS CALENDAR UNREADABLE - RUN"
029420             " ABORTED"
029425         SET WS-ABORT-RUN TO TRUE
029430         GO TO 1000-INITIALIZE-EXIT
029435     END-IF.
029440     MOVE WS-BUSINESS-DATE TO WS-CAL-TEST-DATE.
029445     PERFORM 9200-TEST-BUSINESS-DAY
029450         THRU 9200-TEST-BUSINESS-DAY-EXIT.
029455     IF NOT WS-BUSINESS-DAY
029460         DISPLAY "VERBS: WARNING - " WS-BUSINESS-DATE
029465             " IS NOT A SHOP BUSINESS DAY"
029470     END-IF.
029475     MOVE PARM-CHK-INTERVAL TO WS-CHK-INTERVAL-EFF.
029500     IF WS-CHK-INTERVAL-EFF = ZERO
029600         MOVE 100 TO WS-CHK-INTERVAL-EFF
029700     END-IF.
056868         THRU 8500-WRITE-RUN-HISTORY-EXIT.
056869     PERFORM 8550-WRITE-STEP-CONTROL
056870         THRU 8550-WRITE-STEP-CONTROL-EXIT.
056871     MOVE WS-BUSINESS-DATE TO WS-PRIOR-PASS-DATE.
056872     PERFORM 2750-NEXT-BUSINESS-DATE
056873         THRU 2750-NEXT-BUSINESS-DATE-EXIT.
056874 2500-PROCESS-ONE-DATE-EXIT.
056876     EXIT.
056878*
056880*    ONE TRANIN RECORD SEEN BY A CATCH-UP PASS - ONLY RECORDS
056882*    STAMPED WITH THE PASS'S DATE, OR WITH A DAY THE SHOP WAS
056883*    CLOSED SINCE THE PREVIOUS PASS, ARE PROCESSED. RECORDS WHOSE
056884*    DATE FALLS OUTSIDE THE WHOLE CATCH-UP RANGE (OR IS NOT A
056886*    DATE AT ALL) WOULD BE PROCESSED BY NO PASS - THEY ARE
056888*    COUNTED ON THE FIRST PASS AND REPORTED AT THE END SO THEY
056890*    CANNOT SILENTLY FALL OUT OF THE STREAM
056892 2600-SELECT-TRANSACTION.
056894     IF TRAN-DATE = WS-CURRENT-DATE-X
056895             OR (TRAN-DATE IS NUMERIC
056896             AND TRAN-DATE > WS-PRIOR-PASS-DATE
056897             AND TRAN-DATE < WS-CURRENT-DATE-X)
056898         PERFORM 2000-PROCESS-TRANSACTION
056899             THRU 2000-PROCESS-TRANSACTION-EXIT
056900     ELSE
056902         IF WS-PASS-COUNT = 1
056904             IF TRAN-DATE IS NOT NUMERIC
056992 2700-BUMP-DATE-EXIT.
056994     EXIT.
056996*
056998*    STEPS WS-CURRENT-DATE TO THE NEXT SHOP BUSINESS DAY AFTER
057000*    THE PASS JUST RUN, STOPPING AT THE CATCH-UP END DATE
057002*    WHATEVER IT IS - JOBDRV HAS ALREADY REFUSED OR FORCED AN END
057004*    DATE THAT IS NOT A BUSINESS DAY
057006 2750-NEXT-BUSINESS-DATE.
057008     PERFORM 2700-BUMP-DATE
057010         THRU 2700-BUMP-DATE-EXIT.
057012     MOVE WS-CURRENT-DATE TO WS-CAL-TEST-DATE.
057014     PERFORM 9200-TEST-BUSINESS-DAY
057016         THRU 9200-TEST-BUSINESS-DAY-EXIT.
057018     PERFORM 2760-BUMP-AND-TEST
057020         THRU 2760-BUMP-AND-TEST-EXIT
057022         UNTIL WS-BUSINESS-DAY
057024         OR WS-CURRENT-DATE >= WS-CATCHUP-END-DATE.
057026 2750-NEXT-BUSINESS-DATE-EXIT.
057028     EXIT.
057030*
057032 2760-BUMP-AND-TEST.
057034     PERFORM 2700-BUMP-DATE
057036         THRU 2700-BUMP-DATE-EXIT.
057038     MOVE WS-CURRENT-DATE TO WS-CAL-TEST-DATE.
057040     PERFORM 9200-TEST-BUSINESS-DAY
057042         THRU 9200-TEST-BUSINESS-DAY-EXIT.
057044 2760-BUMP-AND-TEST-EXIT.
057046     EXIT.
057048*
057050*    WRITES ONE FIXED-FORMAT RESULT RECORD PER INPUT TRANSACTION
057100*    SO DOWNSTREAM JOBS CAN PICK UP THE ARITHMETIC RESULTS
057200 5000-WRITE-RESULT.
057300     MOVE TRAN-KEY TO RES-OUT-KEY.
075134     MOVE WS-ADD-EXCEPTION-COUNT TO RHS-ADD-EXC-COUNT.
075136     MOVE WS-NUMC-EXCEPTION-COUNT TO RHS-NUMC-EXC-COUNT.
075138     MOVE WS-TOTAL-ADD TO RHS-TOTAL-ADD.
075139     MOVE WS-TOTAL-SUB TO RHS-TOTAL-SUB.
075140     MOVE WS-TOTAL-MULT TO RHS-TOTAL-MULT.
075141     MOVE WS-TOTAL-DIV TO RHS-TOTAL-DIV.
075142     MOVE "D" TO RHS-RUN-MODE.
075143     IF PARM-MONTH-END-RUN
075144         IF NOT WS-CATCHUP-MODE
075145                 OR WS-BUSINESS-DATE >= WS-CATCHUP-END-DATE
075146             MOVE "M" TO RHS-RUN-MODE
075147         END-IF
075148     END-IF.
075149     WRITE RUN-HISTORY-RECORD.
075150     CLOSE RUN-HISTORY-FILE.
075151 8500-WRITE-RUN-HISTORY-EXIT.
075152     EXIT.
075153*
075155*   APPENDS THIS RUN'S (OR THIS CATCH-UP PASS'S) MACHINE-
075191     COMPUTE STP-REJECT-COUNT =
075193         WS-EXCEPTION-COUNT + WS-MULT-EXCEPTION-COUNT
075195         + WS-ADD-EXCEPTION-COUNT + WS-NUMC-EXCEPTION-COUNT.
075196     MOVE ZERO TO STP-HOLD-COUNT.
075197     WRITE STEP-CONTROL-RECORD.
075199     CLOSE STEP-CONTROL-FILE.
075201 8550-WRITE-STEP-CONTROL-EXIT.
081300     END-IF.
081400 9000-TERMINATE-EXIT.
081500     EXIT.
081510*
081520*    LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE TABLE - A
081530*    MISSING FILE LEAVES ONLY SATURDAYS AND SUNDAYS CLOSED, A
081540*    FILE THAT CANNOT BE READ OR DOES NOT FIT IS UNREADABLE
081550 9100-LOAD-CALENDAR.
081560     MOVE ZERO TO WS-CAL-COUNT.
081570     MOVE "N" TO WS-CAL-EOF-SWITCH.
081580     OPEN INPUT CALENDAR-FILE.
081590     IF NOT WS-CALENDAR-OK
081600         DISPLAY "VERBS: UNABLE TO OPEN BUSINESS CALENDAR"
081610             " - STATUS " WS-CALENDAR-STATUS
081620         SET WS-CAL-UNREADABLE TO TRUE
081630         GO TO 9100-LOAD-CALENDAR-EXIT
081640     END-IF.
081650     IF WS-CALENDAR-NOT-THERE
081660         DISPLAY "VERBS: NO BUSINESS CALENDAR - ONLY WEEKENDS"
081670             " ARE CLOSED"
081680         CLOSE CALENDAR-FILE
081690         GO TO 9100-LOAD-CALENDAR-EXIT
081700     END-IF.
081710     PERFORM 9110-READ-CALENDAR
081720         THRU 9110-READ-CALENDAR-EXIT.
081730     PERFORM 9120-STORE-CALENDAR-ENTRY
081740         THRU 9120-STORE-CALENDAR-ENTRY-EXIT
081750         UNTIL WS-CAL-EOF OR WS-CAL-UNREADABLE.
081760     CLOSE CALENDAR-FILE.
081770 9100-LOAD-CALENDAR-EXIT.
081780     EXIT.
081790*
081800 9110-READ-CALENDAR.
081810     READ CALENDAR-FILE
081820         AT END
081830             SET WS-CAL-EOF TO TRUE
081840             GO TO 9110-READ-CALENDAR-EXIT
081850     END-READ.
081860     IF WS-CALENDAR-STATUS NOT = "00"
081870         DISPLAY "VERBS: BUSINESS CALENDAR READ ERROR"
081880             " - STATUS " WS-CALENDAR-STATUS
081890         SET WS-CAL-UNREADABLE TO TRUE
081900     END-IF.
081910 9110-READ-CALENDAR-EXIT.
081920     EXIT.
081930*
081940*    KEEPS ONE CALENDAR ENTRY - A BAD DATE OR DAY TYPE IS SHOWN
081950*    ON THE CONSOLE AND SKIPPED
081960 9120-STORE-CALENDAR-ENTRY.
081970     IF CAL-DATE NOT NUMERIC
081980             OR NOT (CAL-HOLIDAY OR CAL-OPENED-DAY)
081990         DISPLAY "VERBS: CALENDAR ENTRY SKIPPED - " CAL-DATE
082000             " " CAL-DAY-TYPE
082010     ELSE
082020         IF WS-CAL-COUNT >= 500
082030             DISPLAY "VERBS: BUSINESS CALENDAR TABLE FULL"
082040             SET WS-CAL-UNREADABLE TO TRUE
082050             GO TO 9120-STORE-CALENDAR-ENTRY-EXIT
082060         END-IF
082070         ADD 1 TO WS-CAL-COUNT
082080         SET CAL-IDX TO WS-CAL-COUNT
082090         MOVE CAL-DATE TO WS-CAL-TAB-DATE (CAL-IDX)
082100         MOVE CAL-DAY-TYPE TO WS-CAL-TAB-TYPE (CAL-IDX)
082110     END-IF.
082120     PERFORM 9110-READ-CALENDAR
082130         THRU 9110-READ-CALENDAR-EXIT.
082140 9120-STORE-CALENDAR-ENTRY-EXIT.
082150     EXIT.
082160*
082170*    JUDGES WS-CAL-TEST-DATE - MONDAY THROUGH FRIDAY IS A BUSINESS
082180*    DAY UNLESS THE CALENDAR CARRIES IT AS A HOLIDAY, SATURDAY
082190*    AND SUNDAY ARE NOT UNLESS THE CALENDAR OPENS THEM. THE DAY
082200*    OF THE WEEK COMES FROM ZELLER'S RULE (0 = SATURDAY)
082210 9200-TEST-BUSINESS-DAY.
082220     MOVE WS-CAL-TEST-YEAR TO WS-DOW-YEAR.
082230     MOVE WS-CAL-TEST-MONTH TO WS-DOW-MONTH.
082240     IF WS-DOW-MONTH < 3
082250         ADD 12 TO WS-DOW-MONTH
082260         SUBTRACT 1 FROM WS-DOW-YEAR
082270     END-IF.
082280     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
082290         REMAINDER WS-DOW-YEAR-OF-CENTURY.
082300     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
082310     DIVIDE WS-DOW-TERM BY 5 GIVING WS-DOW-TERM.
082320     MOVE WS-CAL-TEST-DAY TO WS-DOW-SUM.
082330     ADD WS-DOW-TERM WS-DOW-YEAR-OF-CENTURY TO WS-DOW-SUM.
082340     COMPUTE WS-DOW-SUM = WS-DOW-SUM + 5 * WS-DOW-CENTURY.
082350     DIVIDE WS-DOW-YEAR-OF-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
082360     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
082370     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
082380     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
082390     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOTIENT
082400         REMAINDER WS-DOW-DAY.
082410     IF WS-DOW-WEEKEND
082420         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
082430     ELSE
082440         MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
082450     END-IF.
082460     SET CAL-IDX TO 1.
082470     SEARCH WS-CAL-ENTRY
082480         AT END
082490             CONTINUE
082500         WHEN CAL-IDX > WS-CAL-COUNT
082510             CONTINUE
082520         WHEN WS-CAL-TAB-DATE (CAL-IDX) = WS-CAL-TEST-DATE
082530             IF WS-CAL-TAB-TYPE (CAL-IDX) = "H"
082540                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
082550             ELSE
082560                 MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
082570             END-IF
082580     END-SEARCH.
082590 9200-TEST-BUSINESS-DAY-EXIT.
082600     EXIT.
