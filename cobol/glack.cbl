000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLACK.
000300 AUTHOR. DATA-PROCESSING-DEPT.
000400 INSTALLATION. ESTRATEGIA-BATCH-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RSL  ORIGINAL VERSION - MATCHES THE GENERAL
001100*                     LEDGER'S ACKNOWLEDGMENTS (GLACKIN) BACK
001200*                     AGAINST THE JOURNALS SENT ON GLINT. GLEXTR
001300*                     AND BALREV LOG EVERY JOURNAL THEY SEND ON
001400*                     THE OUTSTANDING-JOURNAL LOG (GLJLOG) WITH
001500*                     ITS RECORD COUNT AND HASH; EACH
001600*                     ACKNOWLEDGMENT IS POSTED TO ITS JOURNAL, AND
001700*                     A REJECTION, A COUNT OR HASH THAT DOES NOT
001800*                     AGREE WITH WHAT WAS SENT, OR REJECTED LINES
001900*                     ON AN ACCEPTED JOURNAL HOLD THE DATE AS
002000*                     REJECTED. THE EXCEPTIONS REPORT (GLAKRPT)
002100*                     LISTS THE DAY'S ACKNOWLEDGMENTS AND THEIR
002200*                     EXCEPTIONS, EVERY JOURNAL STILL
002300*                     UNACKNOWLEDGED WITH ITS AGE IN BUSINESS DAYS
002400*                     (AGED ONES FLAGGED) AND EVERY DATE STILL
002500*                     REJECTED.
002600*
002700*    RUNS EACH DAY AHEAD OF GLEXTR. RETURN CODE 8 MEANS AN
002800*    EARLIER DATE IS STILL REJECTED BY THE LEDGER AND GLEXTR MUST
002900*    NOT BE RUN UNTIL IT IS CORRECTED AND RE-SENT - GLEXTR MAKES
003000*    THE SAME CHECK ITSELF AGAINST THE LOG
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500*    THE LEDGER'S ACKNOWLEDGMENTS - MISSING MEANS NONE CAME BACK
003600*    TODAY
003700     SELECT OPTIONAL ACK-FILE ASSIGN TO "GLACKIN"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-ACK-STATUS.
004000*    THE OUTSTANDING-JOURNAL LOG GLEXTR AND BALREV WRITE -
004100*    MISSING MEANS NO JOURNAL HAS BEEN LOGGED YET
004200     SELECT OPTIONAL JOURNAL-LOG-FILE ASSIGN TO "GLJLOG"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS JLG-KEY
004600         FILE STATUS IS WS-LOG-STATUS.
004700*    SHOP BUSINESS-DAY CALENDAR - HOLIDAYS AND ANY WEEKEND DAYS
004800*    OPENED FOR BUSINESS. MISSING MEANS SAT/SUN CLOSED ONLY
004900     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BUSCAL"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-CALENDAR-STATUS.
005200     SELECT ACK-REPORT-FILE ASSIGN TO "GLAKRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700*
005800*    ONE ACKNOWLEDGMENT RECORD FROM THE LEDGER. AN "H" HEADER
005900*    CARRIES THE JOURNAL'S STATUS ("A" ACCEPTED, "R" REJECTED)
006000*    WITH THE RECORD COUNT AND HASH THE LEDGER TOOK IN; AN "L"
006100*    RECORD NAMES ONE JOURNAL LINE THE LEDGER REJECTED. THE
006200*    JOURNAL NUMBER IS THE ONE ON THE GLINT TRAILER - SPACES OR
006300*    ZERO MEANS THE LATEST JOURNAL SENT FOR THE DATE
006400 FD  ACK-FILE
006500     RECORDING MODE IS F.
006600 01  ACK-RECORD.
006700     05  ACK-RECORD-TYPE            PIC X(01).
006800         88  ACK-HEADER             VALUE "H".
006900         88  ACK-LINE               VALUE "L".
007000     05  ACK-BUSINESS-DATE          PIC 9(08).
007100     05  ACK-JOURNAL-SEQ            PIC X(02).
007200     05  ACK-JOURNAL-SEQ-N REDEFINES ACK-JOURNAL-SEQ
007300                                    PIC 9(02).
007400     05  ACK-STATUS                 PIC X(01).
007500         88  ACK-ACCEPTED           VALUE "A".
007600         88  ACK-REJECTED           VALUE "R".
007700     05  ACK-HEADER-FIGURES.
007800         10  ACK-RECORD-COUNT       PIC 9(09).
007900         10  ACK-HASH-TOTAL         PIC 9(13).
008000     05  ACK-LINE-DETAIL REDEFINES ACK-HEADER-FIGURES.
008100         10  ACK-LINE-NUMBER        PIC 9(05).
008200         10  ACK-LINE-ACCOUNT       PIC X(08).
008300         10  FILLER                 PIC X(09).
008400     05  ACK-REASON                 PIC X(30).
008500     05  FILLER                     PIC X(16).
008600*
008700*    ONE JOURNAL SENT TO THE LEDGER - GLEXTR AND BALREV CARRY THE
008800*    SAME LAYOUT, THE THREE MUST STAY IN STEP. THE KEY IS THE
008900*    BUSINESS DATE AND THE JOURNAL NUMBER WITHIN IT
009000 FD  JOURNAL-LOG-FILE.
009100 01  JOURNAL-LOG-RECORD.
009200     05  JLG-KEY.
009300         10  JLG-BUSINESS-DATE      PIC 9(08).
009400         10  JLG-JOURNAL-SEQ        PIC 9(02).
009500     05  JLG-SOURCE                 PIC X(08).
009600*    "E" DAILY EXTRACT (GLEXTR), "R" REVERSAL (BALREV)
009700     05  JLG-KIND                   PIC X(01).
009800         88  JLG-EXTRACT            VALUE "E".
009900         88  JLG-REVERSAL           VALUE "R".
010000     05  JLG-SENT-DATE              PIC 9(08).
010100     05  JLG-RECORD-COUNT           PIC 9(09).
010200     05  JLG-HASH-TOTAL             PIC 9(13).
010300*    "O" OUTSTANDING, "A" ACCEPTED, "R" REJECTED, "X" COUNT OR
010400*    HASH DID NOT AGREE, "P" ACCEPTED WITH LINES REJECTED
010500     05  JLG-STATUS                 PIC X(01).
010600         88  JLG-OUTSTANDING        VALUE "O".
010700         88  JLG-ACCEPTED           VALUE "A".
010800         88  JLG-REJECTED           VALUE "R".
010900         88  JLG-MISMATCHED         VALUE "X".
011000         88  JLG-PART-POSTED        VALUE "P".
011100         88  JLG-BLOCKING           VALUE "R" "X" "P".
011200     05  JLG-ACK-DATE               PIC 9(08).
011300     05  JLG-ACK-RECORD-COUNT       PIC 9(09).
011400     05  JLG-ACK-HASH-TOTAL         PIC 9(13).
011500     05  JLG-REJECTED-LINES         PIC 9(05).
011600     05  JLG-ACK-REASON             PIC X(30).
011700     05  FILLER                     PIC X(05).
011800*
011900*    ONE CALENDAR RECORD PER EXCEPTION TO THE MONDAY-FRIDAY WEEK -
012000*    JOBDRV, VERBS, TRANEDIT, EXCSUSP, TRENDRPT, PENDAPR AND
012100*    HOLDREG READ THE SAME FILE, SO EVERY READER MUST STAY IN STEP
012200 FD  CALENDAR-FILE
012300     RECORDING MODE IS F.
012400 01  CALENDAR-RECORD.
012500     05  CAL-DATE                   PIC X(08).
012600     05  CAL-DAY-TYPE               PIC X(01).
012700         88  CAL-HOLIDAY            VALUE "H".
012800         88  CAL-OPENED-DAY         VALUE "W".
012900     05  CAL-DESCRIPTION            PIC X(30).
013000     05  FILLER                     PIC X(41).
013100*
013200 FD  ACK-REPORT-FILE.
013300 01  ACK-REPORT-LINE                 PIC X(80).
013400*
013500 WORKING-STORAGE SECTION.
013600*
013700*    RUN PARAMETER, SUPPLIED ON THE COMMAND LINE (JCL PARM=) -
013800*    POSITIONS 1-8 ARE THE BUSINESS DATE (YYYYMMDD), SPACES MEANS
013900*    TAKE THE SYSTEM DATE. POSITIONS 9-11 ARE THE NUMBER OF
014000*    BUSINESS DAYS A JOURNAL MAY GO UNACKNOWLEDGED BEFORE IT IS
014100*    REPORTED AGED - SPACES OR ZERO MEANS THE SHOP STANDARD OF 3
014200 01  WS-RUN-PARM                     PIC X(11) VALUE SPACES.
014210 01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
014300     05  PARM-DATE                   PIC X(08).
014400     05  PARM-AGED-LIMIT             PIC X(03).
014500 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
014600 01  WS-AGED-LIMIT                   PIC 9(03) VALUE 3.
014700*
014800*    FILE STATUS FIELDS - "05" ON AN OPTIONAL FILE IS A GOOD OPEN
014900*    OF A FILE THAT IS NOT THERE
015000 01  WS-ACK-STATUS                   PIC X(02) VALUE "00".
015100     88  WS-ACK-OK                   VALUE "00" "05".
015200 01  WS-LOG-STATUS                   PIC X(02) VALUE "00".
015300     88  WS-LOG-OK                   VALUE "00" "05".
015400*
015500*    END-OF-FILE AND RUN-ABORT SWITCHES
015600 01  WS-SWITCHES.
015700     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
015800         88  WS-EOF                  VALUE "Y".
015900     05  WS-LOG-EOF-SWITCH           PIC X(01) VALUE "N".
016000         88  WS-LOG-EOF              VALUE "Y".
016100     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
016200         88  WS-ABORT-RUN            VALUE "Y".
016300     05  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
016400         88  WS-FILES-OPEN           VALUE "Y".
016500     05  WS-JOURNAL-FOUND-SWITCH     PIC X(01) VALUE "N".
016600         88  WS-JOURNAL-FOUND        VALUE "Y".
016700*
016800*    RECORD COUNTERS - THE EXCEPTION COUNT IS EVERY ACKNOWLEDGMENT
016900*    RECORD THAT NEEDS ATTENTION (REJECTIONS, MISMATCHES, REJECTED
017000*    LINES, ACKNOWLEDGMENTS FOR NO JOURNAL AND UNREADABLE RECORDS)
017100 01  WS-COUNTERS.
017200     05  WS-ACK-READ-COUNT           PIC 9(09) VALUE ZERO.
017300     05  WS-ACCEPTED-COUNT           PIC 9(09) VALUE ZERO.
017400     05  WS-REJECTED-COUNT           PIC 9(09) VALUE ZERO.
017500     05  WS-MISMATCH-COUNT           PIC 9(09) VALUE ZERO.
017600     05  WS-REJECTED-LINE-COUNT      PIC 9(09) VALUE ZERO.
017700     05  WS-UNMATCHED-COUNT          PIC 9(09) VALUE ZERO.
017800     05  WS-INVALID-COUNT            PIC 9(09) VALUE ZERO.
017900     05  WS-EXCEPTION-COUNT          PIC 9(09) VALUE ZERO.
018000     05  WS-OUTSTANDING-COUNT        PIC 9(09) VALUE ZERO.
018100     05  WS-AGED-COUNT               PIC 9(09) VALUE ZERO.
018200     05  WS-BLOCKED-COUNT            PIC 9(09) VALUE ZERO.
018300*
018400*    THE LATEST JOURNAL FOUND FOR A DATE WHILE THE LOG IS READ -
018500*    THE LAST JOURNAL SENT FOR A DATE DECIDES WHETHER THE DATE IS
018600*    STILL REJECTED
018700 01  WS-LATEST-SEQ                   PIC 9(02) VALUE ZERO.
018800 01  WS-HELD-JOURNAL.
018900     05  WS-HELD-DATE                PIC 9(08) VALUE ZERO.
019000     05  WS-HELD-SEQ                 PIC 9(02) VALUE ZERO.
019100     05  WS-HELD-STATUS              PIC X(01) VALUE SPACES.
019200         88  WS-HELD-BLOCKING        VALUE "R" "X" "P".
019300     05  WS-HELD-REASON              PIC X(30) VALUE SPACES.
019400*
019500*    WHY AN ACKNOWLEDGMENT WAS NOT POSTED, AND A JOURNAL'S AGE IN
019600*    BUSINESS DAYS SINCE IT WAS SENT (STOPS AT 999)
019700 01  WS-ACK-EXCEPTION                PIC X(30) VALUE SPACES.
019800 01  WS-AGE-ELAPSED                  PIC 9(04) VALUE ZERO.
019900*
020000*    CALENDAR WORK FIELDS FOR THE ONE-DAY BUMP WHILE COUNTING
020100 01  WS-MONTH-LENGTHS-V.
020200     05  FILLER                      PIC X(24) VALUE
020300         "312831303130313130313031".
020400 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS-V.
020500     05  WS-MONTH-LENGTH OCCURS 12 TIMES
020600                                     PIC 9(02).
020700 01  WS-DAYS-THIS-MONTH              PIC 9(02) VALUE ZERO.
020800 01  WS-LEAP-WORK                    PIC 9(04) VALUE ZERO.
020900 01  WS-LEAP-REM                     PIC 9(04) VALUE ZERO.
021000*
021100*    FILE STATUS FOR THE BUSINESS-DAY CALENDAR - "05" MEANS THE
021200*    OPTIONAL FILE IS NOT THERE
021300 01  WS-CALENDAR-STATUS              PIC X(02) VALUE "00".
021400     88  WS-CALENDAR-OK              VALUE "00" "05".
021500     88  WS-CALENDAR-NOT-THERE       VALUE "05".
021600 01  WS-CALENDAR-SWITCHES.
021700     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
021800         88  WS-CAL-EOF              VALUE "Y".
021900     05  WS-CAL-UNREADABLE-SWITCH    PIC X(01) VALUE "N".
022000         88  WS-CAL-UNREADABLE       VALUE "Y".
022100     05  WS-BUSINESS-DAY-SWITCH      PIC X(01) VALUE "N".
022200         88  WS-BUSINESS-DAY         VALUE "Y".
022300*
022400*    CALENDAR EXCEPTIONS LOADED FROM BUSCAL - "H" CLOSES A
022500*    WEEKDAY, "W" OPENS A WEEKEND DAY
022600 01  WS-CALENDAR-TABLE.
022700     05  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
022800     05  WS-CAL-ENTRY OCCURS 500 TIMES
022900                     INDEXED BY CAL-IDX.
023000         10  WS-CAL-TAB-DATE         PIC 9(08).
023100         10  WS-CAL-TAB-TYPE         PIC X(01).
023200*
023300*    THE DATE BEING JUDGED, AND THE DAY-OF-WEEK WORK FIELDS
023400 01  WS-CAL-TEST-DATE                PIC 9(08) VALUE ZERO.
023500 01  WS-CAL-TEST-DATE-X REDEFINES WS-CAL-TEST-DATE.
023600     05  WS-CAL-TEST-YEAR            PIC 9(04).
023700     05  WS-CAL-TEST-MONTH           PIC 9(02).
023800     05  WS-CAL-TEST-DAY             PIC 9(02).
023900 01  WS-DOW-WORK.
024000     05  WS-DOW-YEAR                 PIC 9(04).
024100     05  WS-DOW-MONTH                PIC 9(02).
024200     05  WS-DOW-CENTURY              PIC 9(02).
024300     05  WS-DOW-YEAR-OF-CENTURY      PIC 9(02).
024400     05  WS-DOW-TERM                 PIC 9(04).
024500     05  WS-DOW-SUM                  PIC 9(05).
024600     05  WS-DOW-QUOTIENT             PIC 9(05).
024700     05  WS-DOW-DAY                  PIC 9(01).
024800         88  WS-DOW-WEEKEND          VALUE 0 1.
024900*
025000*    REPORT LINE LAYOUTS - ONE LINE PER ACKNOWLEDGMENT RECORD,
025100*    PER JOURNAL STILL OUTSTANDING AND PER DATE STILL REJECTED
025200 01  WS-ACK-COLUMN-HEADING.
025300     05  FILLER                      PIC X(24) VALUE
025400         "RESULT   JOURNAL     K  ".
025500     05  FILLER                      PIC X(26) VALUE
025600         " SENT CNT  LEDGR CNT AGE  ".
025700     05  FILLER                      PIC X(30) VALUE
025800         "NOTE".
025900 01  WS-ACK-DETAIL-LINE.
026000     05  ADL-RESULT                  PIC X(09).
026100     05  ADL-BUSINESS-DATE           PIC X(08).
026200     05  ADL-DASH                    PIC X(01).
026300     05  ADL-JOURNAL-SEQ             PIC X(02).
026400     05  FILLER                      PIC X(01) VALUE SPACES.
026500     05  ADL-KIND                    PIC X(01).
026600     05  FILLER                      PIC X(02) VALUE SPACES.
026700     05  ADL-SENT-COUNT              PIC Z(08)9.
026800     05  FILLER                      PIC X(02) VALUE SPACES.
026900     05  ADL-LEDGER-COUNT            PIC Z(08)9.
027000     05  FILLER                      PIC X(01) VALUE SPACES.
027100     05  ADL-AGE                     PIC ZZ9.
027200     05  FILLER                      PIC X(02) VALUE SPACES.
027300     05  ADL-NOTE                    PIC X(30).
027400 01  WS-HASH-DETAIL-LINE.
027500     05  FILLER                      PIC X(21) VALUE SPACES.
027600     05  FILLER                      PIC X(10) VALUE
027700         "SENT HASH ".
027800     05  HDL-SENT-HASH               PIC Z(12)9.
027900     05  FILLER                      PIC X(14) VALUE
028000         "  LEDGER HASH ".
028100     05  HDL-LEDGER-HASH             PIC Z(12)9.
028200     05  FILLER                      PIC X(09) VALUE SPACES.
028300*
028400 01  WS-ACK-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
028500*
028600 PROCEDURE DIVISION.
028700*
028800 0000-MAINLINE.
028900     PERFORM 1000-INITIALIZE
029000         THRU 1000-INITIALIZE-EXIT.
029100     IF NOT WS-ABORT-RUN
029200         PERFORM 2000-POST-ACKNOWLEDGMENTS
029300             THRU 2000-POST-ACKNOWLEDGMENTS-EXIT
029400     END-IF.
029500     IF NOT WS-ABORT-RUN
029600         PERFORM 3000-REVIEW-JOURNAL-LOG
029700             THRU 3000-REVIEW-JOURNAL-LOG-EXIT
029800     END-IF.
029900     IF NOT WS-ABORT-RUN
030000         PERFORM 8000-ACK-TOTALS
030100             THRU 8000-ACK-TOTALS-EXIT
030200     END-IF.
030300     PERFORM 9000-TERMINATE
030400         THRU 9000-TERMINATE-EXIT.
030500     GOBACK.
030600*
030700*    RESOLVES THE BUSINESS DATE AND AGED LIMIT, LOADS THE
030800*    CALENDAR AND OPENS THE FILES - ANY OF THEM THAT CANNOT BE
030900*    OPENED ABORTS THE RUN BEFORE THE LOG IS TOUCHED
031000 1000-INITIALIZE.
031100     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
031200     IF PARM-DATE IS NUMERIC
031300         MOVE PARM-DATE TO WS-BUSINESS-DATE
031400     ELSE
031500         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
031600     END-IF.
031700     IF PARM-AGED-LIMIT IS NUMERIC
031800             AND PARM-AGED-LIMIT NOT = "000"
031900         MOVE PARM-AGED-LIMIT TO WS-AGED-LIMIT
032000     END-IF.
032100     PERFORM 9100-LOAD-CALENDAR
032200         THRU 9100-LOAD-CALENDAR-EXIT.
032300     IF WS-CAL-UNREADABLE
032400         DISPLAY "GLACK: BUSINESS CALENDAR UNREADABLE - RUN"
032500             " ABORTED"
032600         SET WS-ABORT-RUN TO TRUE
032700         GO TO 1000-INITIALIZE-EXIT
032800     END-IF.
032900     OPEN I-O JOURNAL-LOG-FILE.
033000     IF NOT WS-LOG-OK
033100         DISPLAY "GLACK: UNABLE TO OPEN JOURNAL-LOG-FILE, FILE"
033200             " STATUS=" WS-LOG-STATUS
033300         SET WS-ABORT-RUN TO TRUE
033400         GO TO 1000-INITIALIZE-EXIT
033500     END-IF.
033600     OPEN INPUT ACK-FILE.
033700     IF NOT WS-ACK-OK
033800         DISPLAY "GLACK: UNABLE TO OPEN ACK-FILE, FILE STATUS="
033900             WS-ACK-STATUS
034000         SET WS-ABORT-RUN TO TRUE
034100         CLOSE JOURNAL-LOG-FILE
034200         GO TO 1000-INITIALIZE-EXIT
034300     END-IF.
034400     OPEN OUTPUT ACK-REPORT-FILE.
034500     SET WS-FILES-OPEN TO TRUE.
034600     PERFORM 7000-WRITE-REPORT-HEADING
034700         THRU 7000-WRITE-REPORT-HEADING-EXIT.
034800 1000-INITIALIZE-EXIT.
034900     EXIT.
035000*
035100*    EVERY ACKNOWLEDGMENT RECORD IN TURN - EACH IS POSTED TO THE
035200*    JOURNAL IT NAMES ON THE LOG OR LISTED AS AN EXCEPTION
035300 2000-POST-ACKNOWLEDGMENTS.
035400     MOVE "ACKNOWLEDGMENTS RECEIVED" TO ACK-REPORT-LINE.
035500     WRITE ACK-REPORT-LINE.
035600     MOVE "N" TO WS-EOF-SWITCH.
035700     PERFORM 2100-READ-ACK
035800         THRU 2100-READ-ACK-EXIT.
035900     PERFORM 2200-POST-ONE-ACK
036000         THRU 2200-POST-ONE-ACK-EXIT
036100         UNTIL WS-EOF OR WS-ABORT-RUN.
036200 2000-POST-ACKNOWLEDGMENTS-EXIT.
036300     EXIT.
036400*
036500 2100-READ-ACK.
036600     READ ACK-FILE
036700         AT END
036800             SET WS-EOF TO TRUE
036900     END-READ.
037000 2100-READ-ACK-EXIT.
037100     EXIT.
037200*
037300*    AN ACKNOWLEDGMENT THAT IS NEITHER A HEADER NOR A REJECTED
037400*    LINE, OR THAT NAMES A JOURNAL NEVER SENT, IS LISTED AND THE
037500*    LOG LEFT ALONE
037600 2200-POST-ONE-ACK.
037700     ADD 1 TO WS-ACK-READ-COUNT.
037800     MOVE SPACES TO WS-ACK-EXCEPTION.
037900     IF NOT ACK-HEADER AND NOT ACK-LINE
038000         MOVE "INVALID ACK RECORD TYPE" TO WS-ACK-EXCEPTION
038100         ADD 1 TO WS-INVALID-COUNT
038200     ELSE
038300         PERFORM 2300-FIND-JOURNAL
038400             THRU 2300-FIND-JOURNAL-EXIT
038500         IF NOT WS-JOURNAL-FOUND
038600             MOVE "NO JOURNAL SENT FOR THIS ACK"
038700                 TO WS-ACK-EXCEPTION
038800             ADD 1 TO WS-UNMATCHED-COUNT
038900         END-IF
039000     END-IF.
039100     IF WS-ACK-EXCEPTION NOT = SPACES
039200         PERFORM 2600-LIST-UNPOSTED-ACK
039300             THRU 2600-LIST-UNPOSTED-ACK-EXIT
039400         PERFORM 2100-READ-ACK
039500             THRU 2100-READ-ACK-EXIT
039600         GO TO 2200-POST-ONE-ACK-EXIT
039700     END-IF.
039800     IF ACK-HEADER
039900         PERFORM 2400-POST-ACK-HEADER
040000             THRU 2400-POST-ACK-HEADER-EXIT
040100     ELSE
040200         PERFORM 2500-POST-REJECTED-LINE
040300             THRU 2500-POST-REJECTED-LINE-EXIT
040400     END-IF.
040500     PERFORM 2100-READ-ACK
040600         THRU 2100-READ-ACK-EXIT.
040700 2200-POST-ONE-ACK-EXIT.
040800     EXIT.
040900*
041000*    READS THE JOURNAL THE ACKNOWLEDGMENT NAMES. WITH NO JOURNAL
041100*    NUMBER IT IS THE LATEST ONE SENT FOR THE DATE - THE DATE'S
041200*    JOURNALS ARE READ THROUGH FOR THE HIGHEST NUMBER, THEN THAT
041300*    ONE IS READ AGAIN BY KEY SO IT CAN BE REWRITTEN
041400 2300-FIND-JOURNAL.
041500     MOVE "N" TO WS-JOURNAL-FOUND-SWITCH.
041600     MOVE ACK-BUSINESS-DATE TO JLG-BUSINESS-DATE.
041700     IF ACK-JOURNAL-SEQ IS NUMERIC
041800             AND ACK-JOURNAL-SEQ NOT = "00"
041900         MOVE ACK-JOURNAL-SEQ-N TO JLG-JOURNAL-SEQ
042000         PERFORM 2320-READ-JOURNAL
042100             THRU 2320-READ-JOURNAL-EXIT
042200         GO TO 2300-FIND-JOURNAL-EXIT
042300     END-IF.
042400     MOVE ZERO TO WS-LATEST-SEQ.
042500     MOVE ZERO TO JLG-JOURNAL-SEQ.
042600     MOVE "N" TO WS-LOG-EOF-SWITCH.
042700     START JOURNAL-LOG-FILE
042800         KEY IS NOT LESS THAN JLG-KEY
042900         INVALID KEY
043000             GO TO 2300-FIND-JOURNAL-EXIT
043100     END-START.
043200     PERFORM 2310-SCAN-DATE-JOURNALS
043300         THRU 2310-SCAN-DATE-JOURNALS-EXIT
043400         UNTIL WS-LOG-EOF.
043500     IF WS-LATEST-SEQ = ZERO
043600         GO TO 2300-FIND-JOURNAL-EXIT
043700     END-IF.
043800     MOVE ACK-BUSINESS-DATE TO JLG-BUSINESS-DATE.
043900     MOVE WS-LATEST-SEQ TO JLG-JOURNAL-SEQ.
044000     PERFORM 2320-READ-JOURNAL
044100         THRU 2320-READ-JOURNAL-EXIT.
044200 2300-FIND-JOURNAL-EXIT.
044300     EXIT.
044400*
044500 2310-SCAN-DATE-JOURNALS.
044600     READ JOURNAL-LOG-FILE NEXT RECORD
044700         AT END
044800             SET WS-LOG-EOF TO TRUE
044900             GO TO 2310-SCAN-DATE-JOURNALS-EXIT
045000     END-READ.
045100     IF JLG-BUSINESS-DATE NOT = ACK-BUSINESS-DATE
045200         SET WS-LOG-EOF TO TRUE
045300         GO TO 2310-SCAN-DATE-JOURNALS-EXIT
045400     END-IF.
045500     MOVE JLG-JOURNAL-SEQ TO WS-LATEST-SEQ.
045600 2310-SCAN-DATE-JOURNALS-EXIT.
045700     EXIT.
045800*
045900 2320-READ-JOURNAL.
046000     READ JOURNAL-LOG-FILE
046100         INVALID KEY
046200             GO TO 2320-READ-JOURNAL-EXIT
046300     END-READ.
046400     SET WS-JOURNAL-FOUND TO TRUE.
046500 2320-READ-JOURNAL-EXIT.
046600     EXIT.
046700*
046800*    THE LEDGER'S VERDICT ON A WHOLE JOURNAL. A REJECTION HOLDS
046900*    THE DATE; SO DOES AN ACCEPTANCE WHOSE RECORD COUNT OR HASH
047000*    IS NOT WHAT WAS SENT, SINCE THE LEDGER HAS THEN POSTED ONLY
047100*    PART OF THE DAY. A LATER HEADER FOR THE SAME JOURNAL
047200*    REPLACES THE EARLIER ONE, AND ITS REJECTED LINES ARE
047300*    COUNTED AFRESH FROM THE LINE RECORDS THAT FOLLOW IT
047400 2400-POST-ACK-HEADER.
047500     IF NOT ACK-ACCEPTED AND NOT ACK-REJECTED
047600         MOVE "INVALID ACK STATUS" TO WS-ACK-EXCEPTION
047700         ADD 1 TO WS-INVALID-COUNT
047800         PERFORM 2600-LIST-UNPOSTED-ACK
047900             THRU 2600-LIST-UNPOSTED-ACK-EXIT
048000         GO TO 2400-POST-ACK-HEADER-EXIT
048100     END-IF.
048200     PERFORM 7100-FORMAT-JOURNAL-LINE
048300         THRU 7100-FORMAT-JOURNAL-LINE-EXIT.
048400     IF NOT JLG-OUTSTANDING
048500         MOVE "RE-ACKNOWLEDGED" TO ADL-NOTE
048600     END-IF.
048700     MOVE WS-BUSINESS-DATE TO JLG-ACK-DATE.
048800     MOVE ACK-RECORD-COUNT TO JLG-ACK-RECORD-COUNT.
048900     MOVE ACK-HASH-TOTAL TO JLG-ACK-HASH-TOTAL.
049000     MOVE ZERO TO JLG-REJECTED-LINES.
049100     MOVE ACK-REASON TO JLG-ACK-REASON.
049200     MOVE ACK-RECORD-COUNT TO ADL-LEDGER-COUNT.
049300     EVALUATE TRUE
049400         WHEN ACK-REJECTED
049500             MOVE "R" TO JLG-STATUS
049600             ADD 1 TO WS-REJECTED-COUNT
049700             ADD 1 TO WS-EXCEPTION-COUNT
049800             MOVE "REJECTED" TO ADL-RESULT
049900             IF ACK-REASON = SPACES
050000                 MOVE "NO REASON GIVEN" TO JLG-ACK-REASON
050100             END-IF
050200             MOVE JLG-ACK-REASON TO ADL-NOTE
050300         WHEN ACK-RECORD-COUNT NOT = JLG-RECORD-COUNT
050400                 OR ACK-HASH-TOTAL NOT = JLG-HASH-TOTAL
050500             MOVE "X" TO JLG-STATUS
050600             ADD 1 TO WS-MISMATCH-COUNT
050700             ADD 1 TO WS-EXCEPTION-COUNT
050800             MOVE "MISMATCH" TO ADL-RESULT
050900             MOVE "COUNT OR HASH NOT AS SENT" TO ADL-NOTE
051000         WHEN OTHER
051100             MOVE "A" TO JLG-STATUS
051200             ADD 1 TO WS-ACCEPTED-COUNT
051300             MOVE "ACCEPTED" TO ADL-RESULT
051400     END-EVALUATE.
051500     REWRITE JOURNAL-LOG-RECORD
051600         INVALID KEY
051700             DISPLAY "GLACK: JOURNAL-LOG-FILE REWRITE ERROR, FILE"
051800                 " STATUS=" WS-LOG-STATUS
051900             SET WS-ABORT-RUN TO TRUE
052000             GO TO 2400-POST-ACK-HEADER-EXIT
052100     END-REWRITE.
052200     MOVE WS-ACK-DETAIL-LINE TO ACK-REPORT-LINE.
052300     WRITE ACK-REPORT-LINE.
052400     IF JLG-MISMATCHED
052500         MOVE JLG-HASH-TOTAL TO HDL-SENT-HASH
052600         MOVE JLG-ACK-HASH-TOTAL TO HDL-LEDGER-HASH
052700         MOVE WS-HASH-DETAIL-LINE TO ACK-REPORT-LINE
052800         WRITE ACK-REPORT-LINE
052900     END-IF.
053000 2400-POST-ACK-HEADER-EXIT.
053100     EXIT.
053200*
053300*    ONE JOURNAL LINE THE LEDGER REJECTED. ON A JOURNAL IT HAD
053400*    ACCEPTED THE DAY IS ONLY PART POSTED, SO THE DATE IS HELD
053500 2500-POST-REJECTED-LINE.
053600     ADD 1 TO WS-REJECTED-LINE-COUNT.
053700     ADD 1 TO WS-EXCEPTION-COUNT.
053800     ADD 1 TO JLG-REJECTED-LINES.
053900     IF JLG-ACCEPTED
054000         MOVE "P" TO JLG-STATUS
054100     END-IF.
054200     REWRITE JOURNAL-LOG-RECORD
054300         INVALID KEY
054400             DISPLAY "GLACK: JOURNAL-LOG-FILE REWRITE ERROR, FILE"
054500                 " STATUS=" WS-LOG-STATUS
054600             SET WS-ABORT-RUN TO TRUE
054700             GO TO 2500-POST-REJECTED-LINE-EXIT
054800     END-REWRITE.
054900     PERFORM 7100-FORMAT-JOURNAL-LINE
055000         THRU 7100-FORMAT-JOURNAL-LINE-EXIT.
055100     MOVE "LINE REJ" TO ADL-RESULT.
055200     MOVE SPACES TO ADL-NOTE.
055300     STRING "LINE " DELIMITED BY SIZE
055400             ACK-LINE-NUMBER DELIMITED BY SIZE
055500             " " DELIMITED BY SIZE
055600             ACK-LINE-ACCOUNT DELIMITED BY SIZE
055700             " " DELIMITED BY SIZE
055800             ACK-REASON DELIMITED BY SIZE
055900             INTO ADL-NOTE.
056000     MOVE WS-ACK-DETAIL-LINE TO ACK-REPORT-LINE.
056100     WRITE ACK-REPORT-LINE.
056200 2500-POST-REJECTED-LINE-EXIT.
056300     EXIT.
056400*
056500*    AN ACKNOWLEDGMENT RECORD THAT COULD NOT BE POSTED - LISTED
056600*    WITH THE DATE AND JOURNAL NUMBER AS THE LEDGER SENT THEM
056700 2600-LIST-UNPOSTED-ACK.
056800     ADD 1 TO WS-EXCEPTION-COUNT.
056900     MOVE SPACES TO WS-ACK-DETAIL-LINE.
057000     MOVE "UNPOSTED" TO ADL-RESULT.
057100     MOVE ACK-BUSINESS-DATE TO ADL-BUSINESS-DATE.
057200     MOVE "-" TO ADL-DASH.
057300     MOVE ACK-JOURNAL-SEQ TO ADL-JOURNAL-SEQ.
057400     MOVE WS-ACK-EXCEPTION TO ADL-NOTE.
057500     MOVE WS-ACK-DETAIL-LINE TO ACK-REPORT-LINE.
057600     WRITE ACK-REPORT-LINE.
057700 2600-LIST-UNPOSTED-ACK-EXIT.
057800     EXIT.
057900*
058000*    READS THE WHOLE LOG IN KEY ORDER - EVERY JOURNAL NOT YET
058100*    ACKNOWLEDGED IS LISTED WITH ITS AGE, AND AT EACH CHANGE OF
058200*    DATE THE DATE'S LATEST JOURNAL IS JUDGED
058300 3000-REVIEW-JOURNAL-LOG.
058400     MOVE SPACES TO ACK-REPORT-LINE.
058500     WRITE ACK-REPORT-LINE.
058600     MOVE "JOURNALS OUTSTANDING OR STILL REJECTED"
058700         TO ACK-REPORT-LINE.
058800     WRITE ACK-REPORT-LINE.
058900     MOVE ZERO TO WS-HELD-DATE.
059000     MOVE "N" TO WS-LOG-EOF-SWITCH.
059100     MOVE LOW-VALUES TO JLG-KEY.
059200     START JOURNAL-LOG-FILE
059300         KEY IS NOT LESS THAN JLG-KEY
059400         INVALID KEY
059500             GO TO 3000-REVIEW-JOURNAL-LOG-EXIT
059600     END-START.
059700     PERFORM 3100-REVIEW-ONE-JOURNAL
059800         THRU 3100-REVIEW-ONE-JOURNAL-EXIT
059900         UNTIL WS-LOG-EOF.
060000     IF WS-HELD-DATE NOT = ZERO
060100         PERFORM 3300-JUDGE-LATEST-JOURNAL
060200             THRU 3300-JUDGE-LATEST-JOURNAL-EXIT
060300     END-IF.
060400 3000-REVIEW-JOURNAL-LOG-EXIT.
060500     EXIT.
060600*
060700 3100-REVIEW-ONE-JOURNAL.
060800     READ JOURNAL-LOG-FILE NEXT RECORD
060900         AT END
061000             SET WS-LOG-EOF TO TRUE
061100             GO TO 3100-REVIEW-ONE-JOURNAL-EXIT
061200     END-READ.
061300     IF JLG-BUSINESS-DATE NOT = WS-HELD-DATE
061400             AND WS-HELD-DATE NOT = ZERO
061500         PERFORM 3300-JUDGE-LATEST-JOURNAL
061600             THRU 3300-JUDGE-LATEST-JOURNAL-EXIT
061700     END-IF.
061800     MOVE JLG-BUSINESS-DATE TO WS-HELD-DATE.
061900     MOVE JLG-JOURNAL-SEQ TO WS-HELD-SEQ.
062000     MOVE JLG-STATUS TO WS-HELD-STATUS.
062100     MOVE JLG-ACK-REASON TO WS-HELD-REASON.
062200     IF JLG-OUTSTANDING
062300         PERFORM 3200-LIST-OUTSTANDING
062400             THRU 3200-LIST-OUTSTANDING-EXIT
062500     END-IF.
062600 3100-REVIEW-ONE-JOURNAL-EXIT.
062700     EXIT.
062800*
062900*    ONE JOURNAL STILL AWAITING THE LEDGER - ITS AGE IS THE
063000*    BUSINESS DAYS SINCE IT WAS SENT, AND PAST THE AGED LIMIT IT
063100*    IS FLAGGED
063200 3200-LIST-OUTSTANDING.
063300     ADD 1 TO WS-OUTSTANDING-COUNT.
063400     PERFORM 3210-COUNT-BUSINESS-DAYS
063500         THRU 3210-COUNT-BUSINESS-DAYS-EXIT.
063600     PERFORM 7100-FORMAT-JOURNAL-LINE
063700         THRU 7100-FORMAT-JOURNAL-LINE-EXIT.
063800     MOVE WS-AGE-ELAPSED TO ADL-AGE.
063900     IF WS-AGE-ELAPSED > WS-AGED-LIMIT
064000         ADD 1 TO WS-AGED-COUNT
064100         MOVE "AGED" TO ADL-RESULT
064200         MOVE "NOT ACKNOWLEDGED - AGED" TO ADL-NOTE
064300     ELSE
064400         MOVE "OUTSTAND" TO ADL-RESULT
064500         MOVE "NOT ACKNOWLEDGED" TO ADL-NOTE
064600     END-IF.
064700     MOVE WS-ACK-DETAIL-LINE TO ACK-REPORT-LINE.
064800     WRITE ACK-REPORT-LINE.
064900 3200-LIST-OUTSTANDING-EXIT.
065000     EXIT.
065100*
065200*    COUNTS THE BUSINESS DAYS AFTER THE DATE SENT THROUGH THIS
065300*    RUN'S BUSINESS DATE, STOPPING AT 999
065400 3210-COUNT-BUSINESS-DAYS.
065500     MOVE JLG-SENT-DATE TO WS-CAL-TEST-DATE.
065600     MOVE ZERO TO WS-AGE-ELAPSED.
065700     IF WS-CAL-TEST-MONTH < 1 OR WS-CAL-TEST-MONTH > 12
065800             OR WS-CAL-TEST-DAY < 1 OR WS-CAL-TEST-DAY > 31
065900         GO TO 3210-COUNT-BUSINESS-DAYS-EXIT
066000     END-IF.
066100     PERFORM 3220-COUNT-ONE-DAY
066200         THRU 3220-COUNT-ONE-DAY-EXIT
066300         UNTIL WS-CAL-TEST-DATE >= WS-BUSINESS-DATE
066400         OR WS-AGE-ELAPSED >= 999.
066500 3210-COUNT-BUSINESS-DAYS-EXIT.
066600     EXIT.
066700*
066800 3220-COUNT-ONE-DAY.
066900     PERFORM 9300-BUMP-TEST-DATE
067000         THRU 9300-BUMP-TEST-DATE-EXIT.
067100     PERFORM 9200-TEST-BUSINESS-DAY
067200         THRU 9200-TEST-BUSINESS-DAY-EXIT.
067300     IF WS-BUSINESS-DAY
067400         ADD 1 TO WS-AGE-ELAPSED
067500     END-IF.
067600 3220-COUNT-ONE-DAY-EXIT.
067700     EXIT.
067800*
067900*    THE LAST JOURNAL SENT FOR A DATE DECIDES IT - REJECTED,
068000*    MISMATCHED OR PART POSTED MEANS THE DATE IS STILL REJECTED
068100*    AND THE NEXT GLEXTR IS HELD UNTIL A CORRECTED JOURNAL FOR
068200*    THE DATE IS SENT AND ACCEPTED
068300 3300-JUDGE-LATEST-JOURNAL.
068400     IF NOT WS-HELD-BLOCKING
068500         GO TO 3300-JUDGE-LATEST-JOURNAL-EXIT
068600     END-IF.
068700     ADD 1 TO WS-BLOCKED-COUNT.
068800     MOVE SPACES TO WS-ACK-DETAIL-LINE.
068900     MOVE "BLOCKED" TO ADL-RESULT.
069000     MOVE WS-HELD-DATE TO ADL-BUSINESS-DATE.
069100     MOVE "-" TO ADL-DASH.
069200     MOVE WS-HELD-SEQ TO ADL-JOURNAL-SEQ.
069300     EVALUATE WS-HELD-STATUS
069400         WHEN "R"
069500             MOVE "STILL REJECTED - HOLDS GLEXTR" TO ADL-NOTE
069600         WHEN "X"
069700             MOVE "COUNT/HASH OFF - HOLDS GLEXTR" TO ADL-NOTE
069800         WHEN OTHER
069900             MOVE "LINES REJECTED - HOLDS GLEXTR" TO ADL-NOTE
070000     END-EVALUATE.
070100     MOVE WS-ACK-DETAIL-LINE TO ACK-REPORT-LINE.
070200     WRITE ACK-REPORT-LINE.
070300 3300-JUDGE-LATEST-JOURNAL-EXIT.
070400     EXIT.
070500*
070600 7000-WRITE-REPORT-HEADING.
070700     MOVE SPACES TO ACK-REPORT-LINE.
070800     STRING "GLACK LEDGER ACKNOWLEDGMENT EXCEPTIONS - "
070900             DELIMITED BY SIZE
071000             WS-BUSINESS-DATE DELIMITED BY SIZE
071100             INTO ACK-REPORT-LINE.
071200     WRITE ACK-REPORT-LINE.
071300     MOVE SPACES TO ACK-REPORT-LINE.
071400     WRITE ACK-REPORT-LINE.
071500     MOVE WS-ACK-COLUMN-HEADING TO ACK-REPORT-LINE.
071600     WRITE ACK-REPORT-LINE.
071700 7000-WRITE-REPORT-HEADING-EXIT.
071800     EXIT.
071900*
072000*    THE JOURNAL'S DATE, NUMBER, KIND AND SENT COUNT - THE
072100*    CALLER FILLS IN THE RESULT AND NOTE
072200 7100-FORMAT-JOURNAL-LINE.
072300     MOVE SPACES TO WS-ACK-DETAIL-LINE.
072400     MOVE JLG-BUSINESS-DATE TO ADL-BUSINESS-DATE.
072500     MOVE "-" TO ADL-DASH.
072600     MOVE JLG-JOURNAL-SEQ TO ADL-JOURNAL-SEQ.
072700     MOVE JLG-KIND TO ADL-KIND.
072800     MOVE JLG-RECORD-COUNT TO ADL-SENT-COUNT.
072900 7100-FORMAT-JOURNAL-LINE-EXIT.
073000     EXIT.
073100*
073200 8000-ACK-TOTALS.
073300     MOVE SPACES TO ACK-REPORT-LINE.
073400     WRITE ACK-REPORT-LINE.
073500     MOVE WS-ACK-READ-COUNT TO WS-ACK-EDIT-COUNT.
073600     STRING "ACK RECORDS READ ...... " DELIMITED BY SIZE
073700             WS-ACK-EDIT-COUNT DELIMITED BY SIZE
073800             INTO ACK-REPORT-LINE.
073900     WRITE ACK-REPORT-LINE.
074000     MOVE WS-ACCEPTED-COUNT TO WS-ACK-EDIT-COUNT.
074100     STRING "JOURNALS ACCEPTED ..... " DELIMITED BY SIZE
074200             WS-ACK-EDIT-COUNT DELIMITED BY SIZE
074300             INTO ACK-REPORT-LINE.
074400     WRITE ACK-REPORT-LINE.
074500     MOVE WS-REJECTED-COUNT TO WS-ACK-EDIT-COUNT.
074600     STRING "JOURNALS REJECTED ..... " DELIMITED BY SIZE
074700             WS-ACK-EDIT-COUNT DELIMITED BY SIZE
074800             INTO ACK-REPORT-LINE.
074900     WRITE ACK-REPORT-LINE.
075000     MOVE WS-MISMATCH-COUNT TO WS-ACK-EDIT-COUNT.
075100     STRING "COUNT/HASH MISMATCHES . " DELIMITED BY SIZE
075200             WS-ACK-EDIT-COUNT DELIMITED BY SIZE
075300             INTO ACK-REPORT-LINE.
075400     WRITE ACK-REPORT-LINE.
075500     MOVE WS-REJECTED-LINE-COUNT TO WS-ACK-EDIT-COUNT.
075600     STRING "LINES REJECTED ........ " DELIMITED BY SIZE
075700             WS-ACK-EDIT-COUNT DELIMITED BY SIZE
075800             INTO ACK-REPORT-LINE.
075900     WRITE ACK-REPORT-LINE.
076000     MOVE WS-UNMATCHED-COUNT TO WS-ACK-EDIT-COUNT.
076100     STRING "ACKS FOR NO JOURNAL ... " DELIMITED BY SIZE
076200             WS-ACK-EDIT-COUNT DELIMITED BY SIZE
076300             INTO ACK-REPORT-LINE.
076400     WRITE ACK-REPORT-LINE.
076500     MOVE WS-INVALID-COUNT TO WS-ACK-EDIT-COUNT.
076600     STRING "INVALID ACK RECORDS ... " DELIMITED BY SIZE
076700             WS-ACK-EDIT-COUNT DELIMITED BY SIZE
076800             INTO ACK-REPORT-LINE.
076900     WRITE ACK-REPORT-LINE.
077000     MOVE WS-OUTSTANDING-COUNT TO WS-ACK-EDIT-COUNT.
077100     STRING "JOURNALS OUTSTANDING .. " DELIMITED BY SIZE
077200             WS-ACK-EDIT-COUNT DELIMITED BY SIZE
077300             INTO ACK-REPORT-LINE.
077400     WRITE ACK-REPORT-LINE.
077500     MOVE WS-AGED-COUNT TO WS-ACK-EDIT-COUNT.
077600     STRING "OUTSTANDING AND AGED .. " DELIMITED BY SIZE
077700             WS-ACK-EDIT-COUNT DELIMITED BY SIZE
077800             INTO ACK-REPORT-LINE.
077900     WRITE ACK-REPORT-LINE.
078000     MOVE WS-BLOCKED-COUNT TO WS-ACK-EDIT-COUNT.
078100     STRING "DATES STILL REJECTED .. " DELIMITED BY SIZE
078200             WS-ACK-EDIT-COUNT DELIMITED BY SIZE
078300             INTO ACK-REPORT-LINE.
078400     WRITE ACK-REPORT-LINE.
078500     IF WS-BLOCKED-COUNT > ZERO
078600         MOVE "GLEXTR HELD UNTIL EVERY REJECTED DATE IS RE-SENT"
078700             TO ACK-REPORT-LINE
078800         WRITE ACK-REPORT-LINE
078900     END-IF.
079000 8000-ACK-TOTALS-EXIT.
079100     EXIT.
079200*
079300 9000-TERMINATE.
079400     DISPLAY "GLACK: ACK RECORDS READ: " WS-ACK-READ-COUNT.
079500     DISPLAY "GLACK: JOURNALS ACCEPTED: " WS-ACCEPTED-COUNT.
079600     DISPLAY "GLACK: JOURNALS REJECTED: " WS-REJECTED-COUNT.
079700     DISPLAY "GLACK: COUNT/HASH MISMATCHES: " WS-MISMATCH-COUNT.
079800     DISPLAY "GLACK: LINES REJECTED: " WS-REJECTED-LINE-COUNT.
079900     DISPLAY "GLACK: JOURNALS OUTSTANDING: " WS-OUTSTANDING-COUNT.
080000     DISPLAY "GLACK: OUTSTANDING AND AGED: " WS-AGED-COUNT.
080100     DISPLAY "GLACK: DATES STILL REJECTED: " WS-BLOCKED-COUNT.
080200     IF WS-FILES-OPEN
080300         CLOSE ACK-FILE
080400         CLOSE JOURNAL-LOG-FILE
080500         CLOSE ACK-REPORT-FILE
080600     END-IF.
080700*    RETURN CODE 16 FLAGS AN ABORTED RUN, RETURN CODE 8 A DATE
080800*    STILL REJECTED BY THE LEDGER (GLEXTR MUST NOT RUN), RETURN
080900*    CODE 4 ACKNOWLEDGMENT EXCEPTIONS OR AGED JOURNALS
081000     IF WS-ABORT-RUN
081100         MOVE 16 TO RETURN-CODE
081200     ELSE
081300         IF WS-BLOCKED-COUNT > ZERO
081400             MOVE 8 TO RETURN-CODE
081500         ELSE
081600             IF WS-EXCEPTION-COUNT > ZERO OR WS-AGED-COUNT > ZERO
081700                 MOVE 4 TO RETURN-CODE
081800             ELSE
081900                 MOVE ZERO TO RETURN-CODE
082000             END-IF
082100         END-IF
082200     END-IF.
082300 9000-TERMINATE-EXIT.
082400     EXIT.
082500*
082600*    LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE TABLE - A
082700*    MISSING FILE LEAVES ONLY SATURDAYS AND SUNDAYS CLOSED, A
082800*    FILE THAT CANNOT BE READ OR DOES NOT FIT IS UNREADABLE
082900 9100-LOAD-CALENDAR.
083000     MOVE ZERO TO WS-CAL-COUNT.
083100     MOVE "N" TO WS-CAL-EOF-SWITCH.
083200     OPEN INPUT CALENDAR-FILE.
083300     IF NOT WS-CALENDAR-OK
083400         DISPLAY "GLACK: UNABLE TO OPEN BUSINESS CALENDAR"
083500             " - STATUS " WS-CALENDAR-STATUS
083600         SET WS-CAL-UNREADABLE TO TRUE
083700         GO TO 9100-LOAD-CALENDAR-EXIT
083800     END-IF.
083900     IF WS-CALENDAR-NOT-THERE
084000         DISPLAY "GLACK: NO BUSINESS CALENDAR - ONLY WEEKENDS"
084100             " ARE CLOSED"
084200         CLOSE CALENDAR-FILE
084300         GO TO 9100-LOAD-CALENDAR-EXIT
084400     END-IF.
084500     PERFORM 9110-READ-CALENDAR
084600         THRU 9110-READ-CALENDAR-EXIT.
084700     PERFORM 9120-STORE-CALENDAR-ENTRY
084800         THRU 9120-STORE-CALENDAR-ENTRY-EXIT
084900         UNTIL WS-CAL-EOF OR WS-CAL-UNREADABLE.
085000     CLOSE CALENDAR-FILE.
085100 9100-LOAD-CALENDAR-EXIT.
085200     EXIT.
085300*
085400 9110-READ-CALENDAR.
085500     READ CALENDAR-FILE
085600         AT END
085700             SET WS-CAL-EOF TO TRUE
085800             GO TO 9110-READ-CALENDAR-EXIT
085900     END-READ.
086000     IF WS-CALENDAR-STATUS NOT = "00"
086100         DISPLAY "GLACK: BUSINESS CALENDAR READ ERROR"
086200             " - STATUS " WS-CALENDAR-STATUS
086300         SET WS-CAL-UNREADABLE TO TRUE
086400     END-IF.
086500 9110-READ-CALENDAR-EXIT.
086600     EXIT.
086700*
086800*    KEEPS ONE CALENDAR ENTRY - A BAD DATE OR DAY TYPE IS SHOWN
086900*    ON THE CONSOLE AND SKIPPED
087000 9120-STORE-CALENDAR-ENTRY.
087100     IF CAL-DATE NOT NUMERIC
087200             OR NOT (CAL-HOLIDAY OR CAL-OPENED-DAY)
087300         DISPLAY "GLACK: CALENDAR ENTRY SKIPPED - " CAL-DATE
087400             " " CAL-DAY-TYPE
087500     ELSE
087600         IF WS-CAL-COUNT >= 500
087700             DISPLAY "GLACK: BUSINESS CALENDAR TABLE FULL"
087800             SET WS-CAL-UNREADABLE TO TRUE
087900             GO TO 9120-STORE-CALENDAR-ENTRY-EXIT
088000         END-IF
088100         ADD 1 TO WS-CAL-COUNT
088200         SET CAL-IDX TO WS-CAL-COUNT
088300         MOVE CAL-DATE TO WS-CAL-TAB-DATE (CAL-IDX)
088400         MOVE CAL-DAY-TYPE TO WS-CAL-TAB-TYPE (CAL-IDX)
088500     END-IF.
088600     PERFORM 9110-READ-CALENDAR
088700         THRU 9110-READ-CALENDAR-EXIT.
088800 9120-STORE-CALENDAR-ENTRY-EXIT.
088900     EXIT.
089000*
089100*    JUDGES WS-CAL-TEST-DATE - MONDAY THROUGH FRIDAY IS A BUSINESS
089200*    DAY UNLESS THE CALENDAR CARRIES IT AS A HOLIDAY, SATURDAY
089300*    AND SUNDAY ARE NOT UNLESS THE CALENDAR OPENS THEM. THE DAY
089400*    OF THE WEEK COMES FROM ZELLER'S RULE (0 = SATURDAY)
089500 9200-TEST-BUSINESS-DAY.
089600     MOVE WS-CAL-TEST-YEAR TO WS-DOW-YEAR.
089700     MOVE WS-CAL-TEST-MONTH TO WS-DOW-MONTH.
089800     IF WS-DOW-MONTH < 3
089900         ADD 12 TO WS-DOW-MONTH
090000         SUBTRACT 1 FROM WS-DOW-YEAR
090100     END-IF.
090200     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
090300         REMAINDER WS-DOW-YEAR-OF-CENTURY.
090400     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
090500     DIVIDE WS-DOW-TERM BY 5 GIVING WS-DOW-TERM.
090600     MOVE WS-CAL-TEST-DAY TO WS-DOW-SUM.
090700     ADD WS-DOW-TERM WS-DOW-YEAR-OF-CENTURY TO WS-DOW-SUM.
090800     COMPUTE WS-DOW-SUM = WS-DOW-SUM + 5 * WS-DOW-CENTURY.
090900     DIVIDE WS-DOW-YEAR-OF-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
091000     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
091100     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
091200     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
091300     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOTIENT
091400         REMAINDER WS-DOW-DAY.
091500     IF WS-DOW-WEEKEND
091600         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
091700     ELSE
091800         MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
091900     END-IF.
092000     SET CAL-IDX TO 1.
092100     SEARCH WS-CAL-ENTRY
092200         AT END
092300             CONTINUE
092400         WHEN CAL-IDX > WS-CAL-COUNT
092500             CONTINUE
092600         WHEN WS-CAL-TAB-DATE (CAL-IDX) = WS-CAL-TEST-DATE
092700             IF WS-CAL-TAB-TYPE (CAL-IDX) = "H"
092800                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
092900             ELSE
093000                 MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
093100             END-IF
093200     END-SEARCH.
093300 9200-TEST-BUSINESS-DAY-EXIT.
093400     EXIT.
093500*
093600*    STEPS WS-CAL-TEST-DATE FORWARD ONE CALENDAR DAY - MONTH
093700*    LENGTHS OFF THE TABLE, FEBRUARY JUDGED BY THE LEAP RULE
093800 9300-BUMP-TEST-DATE.
093900     MOVE WS-MONTH-LENGTH (WS-CAL-TEST-MONTH)
094000         TO WS-DAYS-THIS-MONTH.
094100     IF WS-CAL-TEST-MONTH = 2
094200         DIVIDE WS-CAL-TEST-YEAR BY 4 GIVING WS-LEAP-WORK
094300             REMAINDER WS-LEAP-REM
094400         IF WS-LEAP-REM = ZERO
094500             DIVIDE WS-CAL-TEST-YEAR BY 100 GIVING WS-LEAP-WORK
094600                 REMAINDER WS-LEAP-REM
094700             IF WS-LEAP-REM NOT = ZERO
094800                 MOVE 29 TO WS-DAYS-THIS-MONTH
094900             ELSE
095000                 DIVIDE WS-CAL-TEST-YEAR BY 400
095100                     GIVING WS-LEAP-WORK
095200                     REMAINDER WS-LEAP-REM
095300                 IF WS-LEAP-REM = ZERO
095400                     MOVE 29 TO WS-DAYS-THIS-MONTH
095500                 END-IF
095600             END-IF
095700         END-IF
095800     END-IF.
095900     IF WS-CAL-TEST-DAY < WS-DAYS-THIS-MONTH
096000         ADD 1 TO WS-CAL-TEST-DAY
096100     ELSE
096200         MOVE 1 TO WS-CAL-TEST-DAY
096300         IF WS-CAL-TEST-MONTH < 12
096400             ADD 1 TO WS-CAL-TEST-MONTH
096500         ELSE
096600             MOVE 1 TO WS-CAL-TEST-MONTH
096700             ADD 1 TO WS-CAL-TEST-YEAR
096800         END-IF
096900     END-IF.
097000 9300-BUMP-TEST-DATE-EXIT.
097100     EXIT.
