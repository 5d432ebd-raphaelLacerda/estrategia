000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DUPCUST.
000300 AUTHOR. DATA-PROCESSING-DEPT.
000400 INSTALLATION. ESTRATEGIA-BATCH-CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RSL  ORIGINAL VERSION - POSSIBLE-DUPLICATE
001100*                     CUSTOMER REVIEW. CUSTMNT ONLY STOPS TWO
001200*                     RECORDS SHARING ONE CUST-OUT-ID; THE SAME
001300*                     PERSON LOADED UNDER TWO IDS SPLITS THEIR
001400*                     ACTIVITY OVER TWO BALMST RECORDS AND TWO
001500*                     STATEMENTS. THIS STEP COMPARES THE NAMES ON
001600*                     THE CUSTOMER MASTER AFTER NORMALIZING THEM
001700*                     AND LISTS EVERY CANDIDATE PAIR (SAME NAME,
001800*                     SAME NAME BUT FOR SPACING, SAME WORDS IN
001900*                     ANOTHER ORDER, OR A MIDDLE NAME DROPPED)
002000*                     WITH EACH ID'S BALMST POSITION AND LAST
002100*                     POSTING DATE. PAIRS THE DATA-QUALITY TEAM
002200*                     HAS CLEARED AS NOT A DUPLICATE ARE KEPT ON
002300*                     A SUPPRESSION FILE (DUPSUPP) AND NOT LISTED
002400*                     AGAIN; THE TEAM'S CLEARANCE CARDS (DUPCLR)
002500*                     ARE APPLIED AT THE START OF EACH RUN.
002600*
002700*    RUNS ON REQUEST OR ON THE SCHEDULER'S PERIODIC CYCLE, OUTSIDE
002800*    THE DAILY JOB - IT ONLY READS CUSTOUT AND BALMST. CLOSED
002900*    CUSTOMERS ARE LEFT OUT: NO FURTHER ACTIVITY CAN LAND ON THEM,
003000*    AND CLOSING THE SPARE ID IS HOW A REAL DUPLICATE IS RESOLVED
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOUT"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CMS-CUST-ID
003900         FILE STATUS IS WS-MASTER-STATUS.
004000     SELECT BALANCE-MASTER ASSIGN TO "BALMST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS BAL-CUST-ID
004400         FILE STATUS IS WS-BALANCE-STATUS.
004500*    PAIRS CLEARED AS NOT A DUPLICATE - MISSING MEANS NONE HAS
004600*    EVER BEEN CLEARED
004700     SELECT OPTIONAL SUPPRESSION-FILE ASSIGN TO "DUPSUPP"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS DSP-PAIR-KEY
005100         FILE STATUS IS WS-SUPPRESSION-STATUS.
005200*    THE DATA-QUALITY TEAM'S CLEARANCE CARDS - MISSING MEANS NONE
005300*    THIS RUN
005400     SELECT OPTIONAL CLEARANCE-FILE ASSIGN TO "DUPCLR"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CLEARANCE-STATUS.
005700     SELECT REVIEW-REPORT-FILE ASSIGN TO "DUPRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200*
006300*    SAME LAYOUT AS THE CUSTOMER-OUT RECORD HELLO LOADS
006400 FD  CUSTOMER-MASTER.
006500 01  CUSTOMER-MASTER-RECORD.
006600     05  CMS-CUST-ID                PIC X(10).
006700     05  CMS-CUST-NAME              PIC X(40).
006800     05  CMS-CUST-STATUS            PIC X(01).
006900         88  CMS-STATUS-ACTIVE      VALUE "A" " ".
007000         88  CMS-STATUS-BLOCKED     VALUE "B".
007100         88  CMS-STATUS-CLOSED      VALUE "C".
007200     05  CMS-STATUS-DATE            PIC 9(08).
007300     05  FILLER                     PIC X(11).
007400*
007500*    SAME LAYOUT BALPOST MAINTAINS - THE TOTALS ARE THE POSITION
007600*    AFTER THE LAST POSTED DATE
007700 FD  BALANCE-MASTER.
007800 01  BALANCE-RECORD.
007900     05  BAL-CUST-ID                PIC X(10).
008000     05  BAL-OPEN-ADD               PIC S9(13).
008100     05  BAL-OPEN-SUB               PIC S9(13).
008200     05  BAL-OPEN-MULT              PIC S9(13).
008300     05  BAL-OPEN-DIV               PIC S9(13).
008400     05  BAL-TOT-ADD                PIC S9(13).
008500     05  BAL-TOT-SUB                PIC S9(13).
008600     05  BAL-TOT-MULT               PIC S9(13).
008700     05  BAL-TOT-DIV                PIC S9(13).
008800     05  BAL-LAST-POST-DATE         PIC 9(08).
008900     05  FILLER                     PIC X(06).
009000*
009100*    ONE PAIR CLEARED AS NOT A DUPLICATE - KEYED LOWER ID FIRST,
009200*    WITH WHO CLEARED IT, WHEN, WHY, AND BOTH NAMES AS THEY STOOD
009300 FD  SUPPRESSION-FILE.
009400 01  SUPPRESSION-RECORD.
009500     05  DSP-PAIR-KEY.
009600         10  DSP-LOW-CUST-ID        PIC X(10).
009700         10  DSP-HIGH-CUST-ID       PIC X(10).
009800     05  DSP-CLEARED-BY             PIC X(03).
009900     05  DSP-CLEARED-DATE           PIC 9(08).
010000     05  DSP-REASON                 PIC X(30).
010100     05  DSP-LOW-CUST-NAME          PIC X(40).
010200     05  DSP-HIGH-CUST-NAME         PIC X(40).
010300     05  FILLER                     PIC X(19).
010400*
010500*    ONE CLEARANCE CARD - "C" CLEARS THE PAIR AS NOT A DUPLICATE,
010600*    "R" REINSTATES A PAIR CLEARED EARLIER SO IT IS LISTED AGAIN.
010700*    THE TWO IDS MAY BE GIVEN IN EITHER ORDER; THE OPERATOR'S
010800*    INITIALS ARE REQUIRED
010900 FD  CLEARANCE-FILE
011000     RECORDING MODE IS F.
011100 01  CLEARANCE-RECORD.
011200     05  DCL-ACTION                 PIC X(01).
011300         88  DCL-CLEAR              VALUE "C".
011400         88  DCL-REINSTATE          VALUE "R".
011500     05  DCL-CUST-ID-1              PIC X(10).
011600     05  DCL-CUST-ID-2              PIC X(10).
011700     05  DCL-OPERATOR-ID            PIC X(03).
011800     05  DCL-REASON                 PIC X(30).
011900     05  FILLER                     PIC X(26).
012000*
012100 FD  REVIEW-REPORT-FILE.
012200 01  REVIEW-REPORT-LINE              PIC X(132).
012300*
012400 WORKING-STORAGE SECTION.
012500*
012600*    RUN PARAMETER, SUPPLIED ON THE COMMAND LINE (JCL PARM=) -
012700*    POSITIONS 1-8 ARE THE BUSINESS DATE (YYYYMMDD) STAMPED ON
012800*    PAIRS CLEARED THIS RUN, SPACES MEANS TAKE THE SYSTEM DATE
012900 01  WS-RUN-PARM                     PIC X(08) VALUE SPACES.
012910 01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
013000     05  PARM-DATE                   PIC X(08).
013100 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
013200*
013300*    FILE STATUS FIELDS - "05" ON AN OPTIONAL FILE IS A GOOD OPEN
013400*    OF A FILE THAT IS NOT THERE
013500 01  WS-MASTER-STATUS                PIC X(02) VALUE "00".
013600     88  WS-MASTER-OK                VALUE "00".
013700 01  WS-BALANCE-STATUS               PIC X(02) VALUE "00".
013800     88  WS-BALANCE-OK               VALUE "00".
013900 01  WS-SUPPRESSION-STATUS           PIC X(02) VALUE "00".
014000     88  WS-SUPPRESSION-OK           VALUE "00" "05".
014100 01  WS-CLEARANCE-STATUS             PIC X(02) VALUE "00".
014200     88  WS-CLEARANCE-OK             VALUE "00" "05".
014300*
014400*    END-OF-FILE, LOOKUP AND RUN-ABORT SWITCHES
014500 01  WS-SWITCHES.
014600     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
014700         88  WS-EOF                  VALUE "Y".
014800     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
014900         88  WS-ABORT-RUN            VALUE "Y".
015000     05  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
015100         88  WS-FILES-OPEN           VALUE "Y".
015200     05  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
015300         88  WS-ENTRY-FOUND          VALUE "Y".
015400     05  WS-SUBSET-SWITCH            PIC X(01) VALUE "N".
015500         88  WS-WORDS-CONTAINED      VALUE "Y".
015600*
015700*    RECORD COUNTERS
015800 01  WS-COUNTERS.
015900     05  WS-CARD-READ-COUNT          PIC 9(09) VALUE ZERO.
016000     05  WS-CLEARED-COUNT            PIC 9(09) VALUE ZERO.
016100     05  WS-REINSTATED-COUNT         PIC 9(09) VALUE ZERO.
016200     05  WS-REFUSED-COUNT            PIC 9(09) VALUE ZERO.
016300     05  WS-MASTER-READ-COUNT        PIC 9(09) VALUE ZERO.
016400     05  WS-CLOSED-COUNT             PIC 9(09) VALUE ZERO.
016500     05  WS-NO-NAME-COUNT            PIC 9(09) VALUE ZERO.
016600     05  WS-PAIR-LISTED-COUNT        PIC 9(09) VALUE ZERO.
016700     05  WS-PAIR-SUPPRESSED-COUNT    PIC 9(09) VALUE ZERO.
016800*    PAIRS LISTED BY MATCH TYPE, IN WS-MATCH-CODES ORDER
016900     05  WS-MATCH-TYPE-COUNT OCCURS 4 TIMES
017000                                     PIC 9(09) VALUE ZERO.
017100*
017200*    HOW A PAIR MATCHED, STRONGEST FIRST - THE FIRST TEST A PAIR
017300*    PASSES IS THE ONE IT IS LISTED UNDER
017400 01  WS-MATCH-NAMES.
017500     05  FILLER                      PIC X(24) VALUE
017600         "SAME NAME               ".
017700     05  FILLER                      PIC X(24) VALUE
017800         "SAME NAME BUT SPACING   ".
017900     05  FILLER                      PIC X(24) VALUE
018000         "SAME WORDS, OTHER ORDER ".
018100     05  FILLER                      PIC X(24) VALUE
018200         "MIDDLE NAME DROPPED     ".
018300 01  WS-MATCH-TABLE REDEFINES WS-MATCH-NAMES.
018400     05  WS-MATCH-NAME OCCURS 4 TIMES
018500                                     PIC X(24).
018600 01  WS-MATCH-NO                     PIC 9(01) VALUE ZERO.
018700*
018800*    WHY A CLEARANCE CARD WAS REFUSED, AND THE CARD'S TWO IDS PUT
018900*    INTO KEY ORDER
019000 01  WS-REFUSE-REASON                PIC X(30) VALUE SPACES.
019100 01  WS-PAIR-LOW-ID                  PIC X(10) VALUE SPACES.
019200 01  WS-PAIR-HIGH-ID                 PIC X(10) VALUE SPACES.
019300 01  WS-PAIR-LOW-NAME                PIC X(40) VALUE SPACES.
019400 01  WS-PAIR-HIGH-NAME               PIC X(40) VALUE SPACES.
019500*
019600*    NAME NORMALIZATION - LOWER CASE IS FOLDED TO UPPER (HELLO'S
019700*    LEGACY RULE LEAVES LOWER-CASE LETTERS ON THE MASTER) AND
019800*    PUNCTUATION IS READ AS A WORD BREAK
019900 01  WS-FOLD-FROM                    PIC X(31) VALUE
020000         "abcdefghijklmnopqrstuvwxyz.,-'/".
020100 01  WS-FOLD-TO                      PIC X(31) VALUE
020200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ     ".
020300*
020400*    THE NAME UNDER NORMALIZATION AND WHAT IS BUILT FROM IT - THE
020500*    WORDS SINGLE-SPACED, THE LETTERS WITH NO SPACES AT ALL, AND
020600*    THE FIRST EIGHT WORDS (A WORD PAST 15 LETTERS IS CUT THERE)
020700 01  WS-NRM-WORK                     PIC X(40) VALUE SPACES.
020800 01  WS-NRM-NAME                     PIC X(40) VALUE SPACES.
020900 01  WS-NRM-COMPACT                  PIC X(40) VALUE SPACES.
021000 01  WS-NRM-CHAR                     PIC X(01) VALUE SPACE.
021100 01  WS-NRM-POS                      PIC 9(04) COMP VALUE ZERO.
021200 01  WS-NRM-NAME-LEN                 PIC 9(04) COMP VALUE ZERO.
021300 01  WS-NRM-COMPACT-LEN              PIC 9(04) COMP VALUE ZERO.
021400 01  WS-NRM-WORD-NO                  PIC 9(04) COMP VALUE ZERO.
021500 01  WS-NRM-WORD-LEN                 PIC 9(04) COMP VALUE ZERO.
021600 01  WS-NRM-WORD-COUNT               PIC 9(02) COMP VALUE ZERO.
021700 01  WS-NRM-WORDS.
021800     05  WS-NRM-WORD OCCURS 8 TIMES  PIC X(15).
021900 01  WS-SORT-PASS                    PIC 9(02) COMP VALUE ZERO.
022000 01  WS-SORT-SUB                     PIC 9(02) COMP VALUE ZERO.
022100 01  WS-SORT-NEXT                    PIC 9(02) COMP VALUE ZERO.
022200 01  WS-SORT-HOLD                    PIC X(15) VALUE SPACES.
022300*
022400*    EVERY OPEN OR BLOCKED CUSTOMER WITH ITS NORMALIZED NAME, IN
022500*    CUSTOMER-ID ORDER. A MASTER WITH MORE OPEN OR BLOCKED
022600*    CUSTOMERS THAN THE TABLE HOLDS ABORTS THE RUN RATHER THAN
022700*    REVIEWING HALF OF IT
022800 01  WS-CUSTOMER-TABLE.
022900     05  WS-CUS-COUNT                PIC 9(05) COMP VALUE ZERO.
023000     05  WS-CUS-ENTRY OCCURS 5000 TIMES.
023100         10  WS-CUS-ID               PIC X(10).
023200         10  WS-CUS-NAME             PIC X(40).
023300         10  WS-CUS-STATUS           PIC X(01).
023400         10  WS-CUS-NORM-NAME        PIC X(40).
023500         10  WS-CUS-COMPACT          PIC X(40).
023600         10  WS-CUS-FIRST-WORD       PIC X(15).
023700         10  WS-CUS-LAST-WORD        PIC X(15).
023800         10  WS-CUS-WORD-COUNT       PIC 9(02) COMP.
023900*        THE WORDS IN ALPHABETIC ORDER, SO TWO NAMES HOLDING THE
024000*        SAME WORDS IN ANY ORDER COMPARE EQUAL
024100         10  WS-CUS-SORTED-WORDS.
024200             15  WS-CUS-WORD OCCURS 8 TIMES
024300                                     PIC X(15).
024400*
024500*    THE PAIR UNDER COMPARISON AND, FOR THE DROPPED-MIDDLE-NAME
024600*    TEST, WHICH OF THE TWO HAS FEWER WORDS
024700 01  WS-OUTER-SUB                    PIC 9(05) COMP VALUE ZERO.
024800 01  WS-INNER-SUB                    PIC 9(05) COMP VALUE ZERO.
024900 01  WS-INNER-START                  PIC 9(05) COMP VALUE ZERO.
025000 01  WS-SHORT-SUB                    PIC 9(05) COMP VALUE ZERO.
025100 01  WS-LONG-SUB                     PIC 9(05) COMP VALUE ZERO.
025200 01  WS-SHORT-WORD-NO                PIC 9(02) COMP VALUE ZERO.
025300 01  WS-LONG-WORD-NO                 PIC 9(02) COMP VALUE ZERO.
025400 01  WS-PRINT-SUB                    PIC 9(05) COMP VALUE ZERO.
025500*
025600*    REPORT LINE LAYOUTS - ONE LINE PER CLEARANCE CARD; PER PAIR A
025700*    PAIR LINE, THEN A NAME LINE AND A POSITION LINE FOR EACH ID
025800 01  WS-CARD-COLUMN-HEADING.
025900     05  FILLER                      PIC X(30) VALUE
026000         "RESULT     A CUST ID 1   CUST ".
026100     05  FILLER                      PIC X(30) VALUE
026200         "ID 2   OPR NOTE               ".
026300     05  FILLER                      PIC X(72) VALUE SPACES.
026400 01  WS-CARD-DETAIL-LINE.
026500     05  CDL-RESULT                  PIC X(11).
026600     05  CDL-ACTION                  PIC X(01).
026700     05  FILLER                      PIC X(01) VALUE SPACES.
026800     05  CDL-CUST-ID-1               PIC X(10).
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  CDL-CUST-ID-2               PIC X(10).
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  CDL-OPERATOR                PIC X(03).
027300     05  FILLER                      PIC X(01) VALUE SPACES.
027400     05  CDL-NOTE                    PIC X(30).
027500     05  FILLER                      PIC X(61) VALUE SPACES.
027600*
027700 01  WS-PAIR-LINE.
027800     05  FILLER                      PIC X(05) VALUE "PAIR ".
027900     05  PRL-PAIR-NO                 PIC ZZZZ9.
028000     05  FILLER                      PIC X(09) VALUE
028100         "  MATCH: ".
028200     05  PRL-MATCH-NAME              PIC X(24).
028300     05  FILLER                      PIC X(89) VALUE SPACES.
028400 01  WS-CUSTOMER-LINE.
028500     05  FILLER                      PIC X(04) VALUE SPACES.
028600     05  CSL-CUST-ID                 PIC X(10).
028700     05  FILLER                      PIC X(02) VALUE SPACES.
028800     05  CSL-CUST-NAME               PIC X(40).
028900     05  FILLER                      PIC X(02) VALUE SPACES.
029000     05  CSL-STATUS                  PIC X(07).
029100     05  FILLER                      PIC X(02) VALUE SPACES.
029200     05  CSL-POST-NOTE               PIC X(30).
029300     05  FILLER                      PIC X(35) VALUE SPACES.
029400 01  WS-POSITION-LINE.
029500     05  FILLER                      PIC X(16) VALUE SPACES.
029600     05  FILLER                      PIC X(12) VALUE
029700         "POSITION ADD".
029800     05  PSL-ADD                     PIC -(13)9.
029900     05  FILLER                      PIC X(05) VALUE " SUB ".
030000     05  PSL-SUB                     PIC -(13)9.
030100     05  FILLER                      PIC X(06) VALUE " MULT ".
030200     05  PSL-MULT                    PIC -(13)9.
030300     05  FILLER                      PIC X(05) VALUE " DIV ".
030400     05  PSL-DIV                     PIC -(13)9.
030500     05  FILLER                      PIC X(32) VALUE SPACES.
030600*
030700*    WORK AREA USED TO BUILD COUNT LINES ON THE REPORT
030800 01  WS-DUP-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
030900*
031000 PROCEDURE DIVISION.
031100*
031200 0000-MAINLINE.
031300     PERFORM 1000-INITIALIZE
031400         THRU 1000-INITIALIZE-EXIT.
031500     IF NOT WS-ABORT-RUN
031600         PERFORM 2000-APPLY-CLEARANCES
031700             THRU 2000-APPLY-CLEARANCES-EXIT
031800     END-IF.
031900     IF NOT WS-ABORT-RUN
032000         PERFORM 3000-LOAD-CUSTOMERS
032100             THRU 3000-LOAD-CUSTOMERS-EXIT
032200     END-IF.
032300     IF NOT WS-ABORT-RUN
032400         PERFORM 4000-FIND-CANDIDATES
032500             THRU 4000-FIND-CANDIDATES-EXIT
032600     END-IF.
032700     IF NOT WS-ABORT-RUN
032800         PERFORM 8000-REVIEW-TOTALS
032900             THRU 8000-REVIEW-TOTALS-EXIT
033000     END-IF.
033100     PERFORM 9000-TERMINATE
033200         THRU 9000-TERMINATE-EXIT.
033300     GOBACK.
033400*
033500*    RESOLVES THE BUSINESS DATE AND OPENS THE FILES - THE
033600*    CUSTOMER AND BALANCE MASTERS MUST BOTH BE THERE, AND A
033700*    SUPPRESSION OR CLEARANCE FILE THAT EXISTS BUT CANNOT BE
033800*    OPENED ABORTS THE RUN RATHER THAN RELISTING CLEARED PAIRS
033900 1000-INITIALIZE.
034000     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
034100     IF PARM-DATE IS NUMERIC
034200         MOVE PARM-DATE TO WS-BUSINESS-DATE
034300     ELSE
034400         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
034500     END-IF.
034600     OPEN INPUT CUSTOMER-MASTER.
034700     IF NOT WS-MASTER-OK
034800         DISPLAY "DUPCUST: UNABLE TO OPEN CUSTOMER-MASTER, FILE"
034900             " STATUS=" WS-MASTER-STATUS
035000         SET WS-ABORT-RUN TO TRUE
035100         GO TO 1000-INITIALIZE-EXIT
035200     END-IF.
035300     OPEN INPUT BALANCE-MASTER.
035400     IF NOT WS-BALANCE-OK
035500         DISPLAY "DUPCUST: UNABLE TO OPEN BALANCE-MASTER, FILE"
035600             " STATUS=" WS-BALANCE-STATUS
035700         SET WS-ABORT-RUN TO TRUE
035800         CLOSE CUSTOMER-MASTER
035900         GO TO 1000-INITIALIZE-EXIT
036000     END-IF.
036100     OPEN I-O SUPPRESSION-FILE.
036200     IF NOT WS-SUPPRESSION-OK
036300         DISPLAY "DUPCUST: UNABLE TO OPEN SUPPRESSION-FILE, FILE"
036400             " STATUS=" WS-SUPPRESSION-STATUS
036500         SET WS-ABORT-RUN TO TRUE
036600         CLOSE CUSTOMER-MASTER
036700         CLOSE BALANCE-MASTER
036800         GO TO 1000-INITIALIZE-EXIT
036900     END-IF.
037000     OPEN INPUT CLEARANCE-FILE.
037100     IF NOT WS-CLEARANCE-OK
037200         DISPLAY "DUPCUST: UNABLE TO OPEN CLEARANCE-FILE, FILE"
037300             " STATUS=" WS-CLEARANCE-STATUS
037400         SET WS-ABORT-RUN TO TRUE
037500         CLOSE CUSTOMER-MASTER
037600         CLOSE BALANCE-MASTER
037700         CLOSE SUPPRESSION-FILE
037800         GO TO 1000-INITIALIZE-EXIT
037900     END-IF.
038000     OPEN OUTPUT REVIEW-REPORT-FILE.
038100     SET WS-FILES-OPEN TO TRUE.
038200     PERFORM 7000-WRITE-REPORT-HEADING
038300         THRU 7000-WRITE-REPORT-HEADING-EXIT.
038400 1000-INITIALIZE-EXIT.
038500     EXIT.
038600*
038700*    EVERY CLEARANCE CARD IN TURN, BEFORE THE NAMES ARE COMPARED -
038800*    A PAIR CLEARED TODAY IS ALREADY KEPT OFF TODAY'S LIST
038900 2000-APPLY-CLEARANCES.
039000     MOVE "SUPPRESSION FILE MAINTENANCE (DUPCLR)" TO
039100         REVIEW-REPORT-LINE.
039200     WRITE REVIEW-REPORT-LINE.
039300     MOVE WS-CARD-COLUMN-HEADING TO REVIEW-REPORT-LINE.
039400     WRITE REVIEW-REPORT-LINE.
039500     MOVE "N" TO WS-EOF-SWITCH.
039600     PERFORM 2100-READ-CLEARANCE
039700         THRU 2100-READ-CLEARANCE-EXIT.
039800     PERFORM 2200-APPLY-ONE-CLEARANCE
039900         THRU 2200-APPLY-ONE-CLEARANCE-EXIT
040000         UNTIL WS-EOF OR WS-ABORT-RUN.
040100     CLOSE CLEARANCE-FILE.
040200     IF WS-CARD-READ-COUNT = ZERO
040300         MOVE "  NONE" TO REVIEW-REPORT-LINE
040400         WRITE REVIEW-REPORT-LINE
040500     END-IF.
040600     MOVE SPACES TO REVIEW-REPORT-LINE.
040700     WRITE REVIEW-REPORT-LINE.
040800 2000-APPLY-CLEARANCES-EXIT.
040900     EXIT.
041000*
041100 2100-READ-CLEARANCE.
041200     READ CLEARANCE-FILE
041300         AT END
041400             SET WS-EOF TO TRUE
041500     END-READ.
041600 2100-READ-CLEARANCE-EXIT.
041700     EXIT.
041800*
041900*    A CARD IS REFUSED - AND THE SUPPRESSION FILE LEFT AS IT WAS -
042000*    WHEN THE ACTION IS NEITHER "C" NOR "R", AN ID IS MISSING OR
042100*    BOTH ARE THE SAME, THE OPERATOR IS NOT GIVEN, A CUSTOMER TO
042200*    BE CLEARED IS NOT ON THE MASTER, THE PAIR IS ALREADY CLEARED,
042300*    OR A PAIR TO BE REINSTATED WAS NEVER CLEARED
042400 2200-APPLY-ONE-CLEARANCE.
042500     ADD 1 TO WS-CARD-READ-COUNT.
042600     MOVE SPACES TO WS-REFUSE-REASON.
042700     IF DCL-CUST-ID-1 > DCL-CUST-ID-2
042800         MOVE DCL-CUST-ID-2 TO WS-PAIR-LOW-ID
042900         MOVE DCL-CUST-ID-1 TO WS-PAIR-HIGH-ID
043000     ELSE
043100         MOVE DCL-CUST-ID-1 TO WS-PAIR-LOW-ID
043200         MOVE DCL-CUST-ID-2 TO WS-PAIR-HIGH-ID
043300     END-IF.
043400     IF NOT DCL-CLEAR AND NOT DCL-REINSTATE
043500         MOVE "INVALID ACTION CODE" TO WS-REFUSE-REASON
043600         GO TO 2200-APPLY-ONE-CLEARANCE-REFUSE
043700     END-IF.
043800     IF DCL-CUST-ID-1 = SPACES OR DCL-CUST-ID-2 = SPACES
043900         MOVE "CUSTOMER ID MISSING" TO WS-REFUSE-REASON
044000         GO TO 2200-APPLY-ONE-CLEARANCE-REFUSE
044100     END-IF.
044200     IF DCL-CUST-ID-1 = DCL-CUST-ID-2
044300         MOVE "BOTH IDS ARE THE SAME" TO WS-REFUSE-REASON
044400         GO TO 2200-APPLY-ONE-CLEARANCE-REFUSE
044500     END-IF.
044600     IF DCL-OPERATOR-ID = SPACES
044700         MOVE "NO OPERATOR ID" TO WS-REFUSE-REASON
044800         GO TO 2200-APPLY-ONE-CLEARANCE-REFUSE
044900     END-IF.
045000     MOVE WS-PAIR-LOW-ID TO DSP-LOW-CUST-ID.
045100     MOVE WS-PAIR-HIGH-ID TO DSP-HIGH-CUST-ID.
045200     MOVE "N" TO WS-FOUND-SWITCH.
045300     READ SUPPRESSION-FILE
045400         INVALID KEY
045500             CONTINUE
045600         NOT INVALID KEY
045700             SET WS-ENTRY-FOUND TO TRUE
045800     END-READ.
045900     IF DCL-REINSTATE
046000         PERFORM 2400-REINSTATE-PAIR
046100             THRU 2400-REINSTATE-PAIR-EXIT
046200     ELSE
046300         PERFORM 2300-CLEAR-PAIR
046400             THRU 2300-CLEAR-PAIR-EXIT
046500     END-IF.
046600     IF WS-REFUSE-REASON = SPACES
046700         GO TO 2200-APPLY-ONE-CLEARANCE-READ
046800     END-IF.
046900 2200-APPLY-ONE-CLEARANCE-REFUSE.
047000     ADD 1 TO WS-REFUSED-COUNT.
047100     PERFORM 7100-FORMAT-CARD-LINE
047200         THRU 7100-FORMAT-CARD-LINE-EXIT.
047300     MOVE "REFUSED" TO CDL-RESULT.
047400     MOVE WS-REFUSE-REASON TO CDL-NOTE.
047500     MOVE WS-CARD-DETAIL-LINE TO REVIEW-REPORT-LINE.
047600     WRITE REVIEW-REPORT-LINE.
047700 2200-APPLY-ONE-CLEARANCE-READ.
047800     PERFORM 2100-READ-CLEARANCE
047900         THRU 2100-READ-CLEARANCE-EXIT.
048000 2200-APPLY-ONE-CLEARANCE-EXIT.
048100     EXIT.
048200*
048300*    FILES THE PAIR AS NOT A DUPLICATE - BOTH CUSTOMERS MUST BE ON
048400*    THE MASTER, AND THEIR NAMES ARE KEPT WITH THE CLEARANCE
048500 2300-CLEAR-PAIR.
048600     IF WS-ENTRY-FOUND
048700         MOVE "PAIR ALREADY CLEARED" TO WS-REFUSE-REASON
048800         GO TO 2300-CLEAR-PAIR-EXIT
048900     END-IF.
049000     MOVE WS-PAIR-LOW-ID TO CMS-CUST-ID.
049100     READ CUSTOMER-MASTER
049200         INVALID KEY
049300             MOVE "CUSTOMER NOT ON MASTER" TO WS-REFUSE-REASON
049400             GO TO 2300-CLEAR-PAIR-EXIT
049500     END-READ.
049600     MOVE CMS-CUST-NAME TO WS-PAIR-LOW-NAME.
049700     MOVE WS-PAIR-HIGH-ID TO CMS-CUST-ID.
049800     READ CUSTOMER-MASTER
049900         INVALID KEY
050000             MOVE "CUSTOMER NOT ON MASTER" TO WS-REFUSE-REASON
050100             GO TO 2300-CLEAR-PAIR-EXIT
050200     END-READ.
050300     MOVE CMS-CUST-NAME TO WS-PAIR-HIGH-NAME.
050400     MOVE SPACES TO SUPPRESSION-RECORD.
050500     MOVE WS-PAIR-LOW-ID TO DSP-LOW-CUST-ID.
050600     MOVE WS-PAIR-HIGH-ID TO DSP-HIGH-CUST-ID.
050700     MOVE DCL-OPERATOR-ID TO DSP-CLEARED-BY.
050800     MOVE WS-BUSINESS-DATE TO DSP-CLEARED-DATE.
050900     IF DCL-REASON = SPACES
051000         MOVE "NO REASON GIVEN" TO DSP-REASON
051100     ELSE
051200         MOVE DCL-REASON TO DSP-REASON
051300     END-IF.
051400     MOVE WS-PAIR-LOW-NAME TO DSP-LOW-CUST-NAME.
051500     MOVE WS-PAIR-HIGH-NAME TO DSP-HIGH-CUST-NAME.
051600     WRITE SUPPRESSION-RECORD
051700         INVALID KEY
051800             DISPLAY "DUPCUST: SUPPRESSION-FILE WRITE ERROR, FILE"
051900                 " STATUS=" WS-SUPPRESSION-STATUS
052000             SET WS-ABORT-RUN TO TRUE
052100             GO TO 2300-CLEAR-PAIR-EXIT
052200     END-WRITE.
052300     ADD 1 TO WS-CLEARED-COUNT.
052400     PERFORM 7100-FORMAT-CARD-LINE
052500         THRU 7100-FORMAT-CARD-LINE-EXIT.
052600     MOVE "CLEARED" TO CDL-RESULT.
052700     MOVE DSP-REASON TO CDL-NOTE.
052800     MOVE WS-CARD-DETAIL-LINE TO REVIEW-REPORT-LINE.
052900     WRITE REVIEW-REPORT-LINE.
053000 2300-CLEAR-PAIR-EXIT.
053100     EXIT.
053200*
053300*    TAKES A CLEARED PAIR OFF THE SUPPRESSION FILE SO THE NEXT
053400*    COMPARISON LISTS IT AGAIN - THE CUSTOMERS NEED NOT STILL BE
053500*    ON THE MASTER
053600 2400-REINSTATE-PAIR.
053700     IF NOT WS-ENTRY-FOUND
053800         MOVE "PAIR WAS NEVER CLEARED" TO WS-REFUSE-REASON
053900         GO TO 2400-REINSTATE-PAIR-EXIT
054000     END-IF.
054100     DELETE SUPPRESSION-FILE
054200         INVALID KEY
054300             DISPLAY "DUPCUST: SUPPRESSION-FILE DELETE ERROR,"
054400                 " FILE STATUS=" WS-SUPPRESSION-STATUS
054500             SET WS-ABORT-RUN TO TRUE
054600             GO TO 2400-REINSTATE-PAIR-EXIT
054700     END-DELETE.
054800     ADD 1 TO WS-REINSTATED-COUNT.
054900     PERFORM 7100-FORMAT-CARD-LINE
055000         THRU 7100-FORMAT-CARD-LINE-EXIT.
055100     MOVE "REINSTATED" TO CDL-RESULT.
055200     MOVE DCL-REASON TO CDL-NOTE.
055300     MOVE WS-CARD-DETAIL-LINE TO REVIEW-REPORT-LINE.
055400     WRITE REVIEW-REPORT-LINE.
055500 2400-REINSTATE-PAIR-EXIT.
055600     EXIT.
055700*
055800*    READS THE WHOLE CUSTOMER MASTER IN KEY ORDER AND TABLES EACH
055900*    OPEN OR BLOCKED CUSTOMER WITH ITS NORMALIZED NAME
056000 3000-LOAD-CUSTOMERS.
056100     MOVE "N" TO WS-EOF-SWITCH.
056200     MOVE LOW-VALUES TO CMS-CUST-ID.
056300     START CUSTOMER-MASTER
056400         KEY IS NOT LESS THAN CMS-CUST-ID
056500         INVALID KEY
056600             GO TO 3000-LOAD-CUSTOMERS-EXIT
056700     END-START.
056800     PERFORM 3100-LOAD-ONE-CUSTOMER
056900         THRU 3100-LOAD-ONE-CUSTOMER-EXIT
057000         UNTIL WS-EOF OR WS-ABORT-RUN.
057100 3000-LOAD-CUSTOMERS-EXIT.
057200     EXIT.
057300*
057400*    A CLOSED CUSTOMER, OR ONE WHOSE NAME HOLDS NO LETTERS AT ALL,
057500*    IS COUNTED AND LEFT OUT OF THE COMPARISON
057600 3100-LOAD-ONE-CUSTOMER.
057700     READ CUSTOMER-MASTER NEXT RECORD
057800         AT END
057900             SET WS-EOF TO TRUE
058000             GO TO 3100-LOAD-ONE-CUSTOMER-EXIT
058100     END-READ.
058200     ADD 1 TO WS-MASTER-READ-COUNT.
058300     IF CMS-STATUS-CLOSED
058400         ADD 1 TO WS-CLOSED-COUNT
058500         GO TO 3100-LOAD-ONE-CUSTOMER-EXIT
058600     END-IF.
058700     PERFORM 3200-NORMALIZE-NAME
058800         THRU 3200-NORMALIZE-NAME-EXIT.
058900     IF WS-NRM-WORD-COUNT = ZERO
059000         ADD 1 TO WS-NO-NAME-COUNT
059100         GO TO 3100-LOAD-ONE-CUSTOMER-EXIT
059200     END-IF.
059300     IF WS-CUS-COUNT >= 5000
059400         DISPLAY "DUPCUST: CUSTOMER TABLE FULL - RUN ABORTED"
059500         SET WS-ABORT-RUN TO TRUE
059600         GO TO 3100-LOAD-ONE-CUSTOMER-EXIT
059700     END-IF.
059800     ADD 1 TO WS-CUS-COUNT.
059900     MOVE CMS-CUST-ID TO WS-CUS-ID (WS-CUS-COUNT).
060000     MOVE CMS-CUST-NAME TO WS-CUS-NAME (WS-CUS-COUNT).
060100     MOVE CMS-CUST-STATUS TO WS-CUS-STATUS (WS-CUS-COUNT).
060200     MOVE WS-NRM-NAME TO WS-CUS-NORM-NAME (WS-CUS-COUNT).
060300     MOVE WS-NRM-COMPACT TO WS-CUS-COMPACT (WS-CUS-COUNT).
060400     MOVE WS-NRM-WORD (1) TO WS-CUS-FIRST-WORD (WS-CUS-COUNT).
060500     MOVE WS-NRM-WORD (WS-NRM-WORD-COUNT) TO
060600         WS-CUS-LAST-WORD (WS-CUS-COUNT).
060700     MOVE WS-NRM-WORD-COUNT TO WS-CUS-WORD-COUNT (WS-CUS-COUNT).
060800     PERFORM 3300-SORT-WORDS
060900         THRU 3300-SORT-WORDS-EXIT.
061000     MOVE WS-NRM-WORDS TO WS-CUS-SORTED-WORDS (WS-CUS-COUNT).
061100 3100-LOAD-ONE-CUSTOMER-EXIT.
061200     EXIT.
061300*
061400*    BUILDS THE NORMALIZED FORMS OF THE NAME - UPPER CASE, WORDS
061500*    SINGLE-SPACED WITH PUNCTUATION TAKEN AS A SPACE, THE SAME
061600*    LETTERS RUN TOGETHER, AND THE WORDS ONE BY ONE. A NINTH OR
061700*    LATER WORD STILL COUNTS IN THE FIRST TWO FORMS
061800 3200-NORMALIZE-NAME.
061900     MOVE CMS-CUST-NAME TO WS-NRM-WORK.
062000     INSPECT WS-NRM-WORK CONVERTING WS-FOLD-FROM TO WS-FOLD-TO.
062100     MOVE SPACES TO WS-NRM-NAME.
062200     MOVE SPACES TO WS-NRM-COMPACT.
062300     MOVE SPACES TO WS-NRM-WORDS.
062400     MOVE ZERO TO WS-NRM-NAME-LEN.
062500     MOVE ZERO TO WS-NRM-COMPACT-LEN.
062600     MOVE ZERO TO WS-NRM-WORD-NO.
062700     MOVE ZERO TO WS-NRM-WORD-LEN.
062800     PERFORM 3210-SCAN-ONE-CHARACTER
062900         THRU 3210-SCAN-ONE-CHARACTER-EXIT
063000         VARYING WS-NRM-POS FROM 1 BY 1
063100         UNTIL WS-NRM-POS > 40.
063200     IF WS-NRM-WORD-NO > 8
063300         MOVE 8 TO WS-NRM-WORD-COUNT
063400     ELSE
063500         MOVE WS-NRM-WORD-NO TO WS-NRM-WORD-COUNT
063600     END-IF.
063700 3200-NORMALIZE-NAME-EXIT.
063800     EXIT.
063900*
064000*    ONE CHARACTER OF THE NAME - A SPACE ENDS THE CURRENT WORD;
064100*    ANY OTHER CHARACTER EITHER STARTS A WORD (ONE SPACE IS PUT
064200*    BETWEEN WORDS) OR CARRIES ON THE CURRENT ONE
064300 3210-SCAN-ONE-CHARACTER.
064400     MOVE WS-NRM-WORK (WS-NRM-POS : 1) TO WS-NRM-CHAR.
064500     IF WS-NRM-CHAR = SPACE
064600         MOVE ZERO TO WS-NRM-WORD-LEN
064700         GO TO 3210-SCAN-ONE-CHARACTER-EXIT
064800     END-IF.
064900     IF WS-NRM-WORD-LEN = ZERO
065000         ADD 1 TO WS-NRM-WORD-NO
065100         IF WS-NRM-NAME-LEN > ZERO
065200             ADD 1 TO WS-NRM-NAME-LEN
065300         END-IF
065400     END-IF.
065500     ADD 1 TO WS-NRM-WORD-LEN.
065600     ADD 1 TO WS-NRM-NAME-LEN.
065700     MOVE WS-NRM-CHAR TO WS-NRM-NAME (WS-NRM-NAME-LEN : 1).
065800     ADD 1 TO WS-NRM-COMPACT-LEN.
065900     MOVE WS-NRM-CHAR TO WS-NRM-COMPACT (WS-NRM-COMPACT-LEN : 1).
066000     IF WS-NRM-WORD-NO <= 8 AND WS-NRM-WORD-LEN <= 15
066100         MOVE WS-NRM-CHAR TO
066200             WS-NRM-WORD (WS-NRM-WORD-NO) (WS-NRM-WORD-LEN : 1)
066300     END-IF.
066400 3210-SCAN-ONE-CHARACTER-EXIT.
066500     EXIT.
066600*
066700*    PUTS THE NAME'S WORDS INTO ALPHABETIC ORDER - AT MOST EIGHT,
066800*    SO A SIMPLE EXCHANGE SORT IS ENOUGH
066900 3300-SORT-WORDS.
067000     IF WS-NRM-WORD-COUNT < 2
067100         GO TO 3300-SORT-WORDS-EXIT
067200     END-IF.
067300     PERFORM 3310-SORT-ONE-PASS
067400         THRU 3310-SORT-ONE-PASS-EXIT
067500         VARYING WS-SORT-PASS FROM 1 BY 1
067600         UNTIL WS-SORT-PASS >= WS-NRM-WORD-COUNT.
067700 3300-SORT-WORDS-EXIT.
067800     EXIT.
067900*
068000 3310-SORT-ONE-PASS.
068100     PERFORM 3320-ORDER-ONE-PAIR
068200         THRU 3320-ORDER-ONE-PAIR-EXIT
068300         VARYING WS-SORT-SUB FROM 1 BY 1
068400         UNTIL WS-SORT-SUB > WS-NRM-WORD-COUNT - WS-SORT-PASS.
068500 3310-SORT-ONE-PASS-EXIT.
068600     EXIT.
068700*
068800 3320-ORDER-ONE-PAIR.
068900     COMPUTE WS-SORT-NEXT = WS-SORT-SUB + 1.
069000     IF WS-NRM-WORD (WS-SORT-SUB) > WS-NRM-WORD (WS-SORT-NEXT)
069100         MOVE WS-NRM-WORD (WS-SORT-SUB) TO WS-SORT-HOLD
069200         MOVE WS-NRM-WORD (WS-SORT-NEXT) TO
069300             WS-NRM-WORD (WS-SORT-SUB)
069400         MOVE WS-SORT-HOLD TO WS-NRM-WORD (WS-SORT-NEXT)
069500     END-IF.
069600 3320-ORDER-ONE-PAIR-EXIT.
069700     EXIT.
069800*
069900*    COMPARES EVERY TABLED CUSTOMER WITH EVERY CUSTOMER AFTER IT -
070000*    THE TABLE IS IN ID ORDER, SO THE FIRST OF A PAIR ALWAYS HAS
070100*    THE LOWER ID
070200 4000-FIND-CANDIDATES.
070300     MOVE "CANDIDATE DUPLICATE PAIRS" TO REVIEW-REPORT-LINE.
070400     WRITE REVIEW-REPORT-LINE.
070500     MOVE SPACES TO REVIEW-REPORT-LINE.
070600     WRITE REVIEW-REPORT-LINE.
070700     IF WS-CUS-COUNT > 1
070800         PERFORM 4100-COMPARE-ONE-CUSTOMER
070900             THRU 4100-COMPARE-ONE-CUSTOMER-EXIT
071000             VARYING WS-OUTER-SUB FROM 1 BY 1
071100             UNTIL WS-OUTER-SUB >= WS-CUS-COUNT OR WS-ABORT-RUN
071200     END-IF.
071300     IF WS-PAIR-LISTED-COUNT = ZERO
071400         MOVE "  NONE" TO REVIEW-REPORT-LINE
071500         WRITE REVIEW-REPORT-LINE
071600         MOVE SPACES TO REVIEW-REPORT-LINE
071700         WRITE REVIEW-REPORT-LINE
071800     END-IF.
071900 4000-FIND-CANDIDATES-EXIT.
072000     EXIT.
072100*
072200 4100-COMPARE-ONE-CUSTOMER.
072300     COMPUTE WS-INNER-START = WS-OUTER-SUB + 1.
072400     PERFORM 4200-COMPARE-ONE-PAIR
072500         THRU 4200-COMPARE-ONE-PAIR-EXIT
072600         VARYING WS-INNER-SUB FROM WS-INNER-START BY 1
072700         UNTIL WS-INNER-SUB > WS-CUS-COUNT OR WS-ABORT-RUN.
072800 4100-COMPARE-ONE-CUSTOMER-EXIT.
072900     EXIT.
073000*
073100*    THE MATCH TESTS, STRONGEST FIRST: THE SAME NORMALIZED NAME;
073200*    THE SAME LETTERS WITH THE SPACES IN OTHER PLACES; THE SAME
073300*    WORDS IN ANOTHER ORDER; AND A MIDDLE NAME DROPPED - SAME
073400*    FIRST AND LAST WORD, EVERY WORD OF THE SHORTER NAME IN THE
073500*    LONGER ONE
073600 4200-COMPARE-ONE-PAIR.
073700     IF WS-CUS-NORM-NAME (WS-OUTER-SUB) =
073800             WS-CUS-NORM-NAME (WS-INNER-SUB)
073900         MOVE 1 TO WS-MATCH-NO
074000         GO TO 4200-COMPARE-ONE-PAIR-FOUND
074100     END-IF.
074200     IF WS-CUS-COMPACT (WS-OUTER-SUB) =
074300             WS-CUS-COMPACT (WS-INNER-SUB)
074400         MOVE 2 TO WS-MATCH-NO
074500         GO TO 4200-COMPARE-ONE-PAIR-FOUND
074600     END-IF.
074700     IF WS-CUS-WORD-COUNT (WS-OUTER-SUB) =
074800             WS-CUS-WORD-COUNT (WS-INNER-SUB)
074900         IF WS-CUS-SORTED-WORDS (WS-OUTER-SUB) =
075000                 WS-CUS-SORTED-WORDS (WS-INNER-SUB)
075100             MOVE 3 TO WS-MATCH-NO
075200             GO TO 4200-COMPARE-ONE-PAIR-FOUND
075300         END-IF
075400         GO TO 4200-COMPARE-ONE-PAIR-EXIT
075500     END-IF.
075600     IF WS-CUS-FIRST-WORD (WS-OUTER-SUB) NOT =
075700             WS-CUS-FIRST-WORD (WS-INNER-SUB)
075800         OR WS-CUS-LAST-WORD (WS-OUTER-SUB) NOT =
075900             WS-CUS-LAST-WORD (WS-INNER-SUB)
076000         GO TO 4200-COMPARE-ONE-PAIR-EXIT
076100     END-IF.
076200     PERFORM 4300-TEST-WORDS-CONTAINED
076300         THRU 4300-TEST-WORDS-CONTAINED-EXIT.
076400     IF NOT WS-WORDS-CONTAINED
076500         GO TO 4200-COMPARE-ONE-PAIR-EXIT
076600     END-IF.
076700     MOVE 4 TO WS-MATCH-NO.
076800 4200-COMPARE-ONE-PAIR-FOUND.
076900     PERFORM 4400-REPORT-CANDIDATE
077000         THRU 4400-REPORT-CANDIDATE-EXIT.
077100 4200-COMPARE-ONE-PAIR-EXIT.
077200     EXIT.
077300*
077400*    WS-WORDS-CONTAINED IS SET WHEN EVERY WORD OF THE NAME WITH
077500*    FEWER WORDS IS ALSO A WORD OF THE OTHER NAME
077600 4300-TEST-WORDS-CONTAINED.
077700     IF WS-CUS-WORD-COUNT (WS-OUTER-SUB) <
077800             WS-CUS-WORD-COUNT (WS-INNER-SUB)
077900         MOVE WS-OUTER-SUB TO WS-SHORT-SUB
078000         MOVE WS-INNER-SUB TO WS-LONG-SUB
078100     ELSE
078200         MOVE WS-INNER-SUB TO WS-SHORT-SUB
078300         MOVE WS-OUTER-SUB TO WS-LONG-SUB
078400     END-IF.
078500     SET WS-WORDS-CONTAINED TO TRUE.
078600     PERFORM 4310-FIND-ONE-WORD
078700         THRU 4310-FIND-ONE-WORD-EXIT
078800         VARYING WS-SHORT-WORD-NO FROM 1 BY 1
078900         UNTIL WS-SHORT-WORD-NO > WS-CUS-WORD-COUNT (WS-SHORT-SUB)
079000         OR NOT WS-WORDS-CONTAINED.
079100 4300-TEST-WORDS-CONTAINED-EXIT.
079200     EXIT.
079300*
079400 4310-FIND-ONE-WORD.
079500     MOVE "N" TO WS-FOUND-SWITCH.
079600     PERFORM 4320-MATCH-ONE-WORD
079700         THRU 4320-MATCH-ONE-WORD-EXIT
079800         VARYING WS-LONG-WORD-NO FROM 1 BY 1
079900         UNTIL WS-LONG-WORD-NO > WS-CUS-WORD-COUNT (WS-LONG-SUB)
080000         OR WS-ENTRY-FOUND.
080100     IF NOT WS-ENTRY-FOUND
080200         MOVE "N" TO WS-SUBSET-SWITCH
080300     END-IF.
080400 4310-FIND-ONE-WORD-EXIT.
080500     EXIT.
080600*
080700 4320-MATCH-ONE-WORD.
080800     IF WS-CUS-WORD (WS-SHORT-SUB, WS-SHORT-WORD-NO) =
080900             WS-CUS-WORD (WS-LONG-SUB, WS-LONG-WORD-NO)
081000         SET WS-ENTRY-FOUND TO TRUE
081100     END-IF.
081200 4320-MATCH-ONE-WORD-EXIT.
081300     EXIT.
081400*
081500*    A CANDIDATE PAIR - SKIPPED WHEN THE DATA-QUALITY TEAM HAS
081600*    CLEARED IT, OTHERWISE LISTED WITH BOTH CUSTOMERS' POSITIONS
081700 4400-REPORT-CANDIDATE.
081800     MOVE WS-CUS-ID (WS-OUTER-SUB) TO DSP-LOW-CUST-ID.
081900     MOVE WS-CUS-ID (WS-INNER-SUB) TO DSP-HIGH-CUST-ID.
082000     READ SUPPRESSION-FILE
082100         INVALID KEY
082200             CONTINUE
082300         NOT INVALID KEY
082400             ADD 1 TO WS-PAIR-SUPPRESSED-COUNT
082500             GO TO 4400-REPORT-CANDIDATE-EXIT
082600     END-READ.
082700     ADD 1 TO WS-PAIR-LISTED-COUNT.
082800     ADD 1 TO WS-MATCH-TYPE-COUNT (WS-MATCH-NO).
082900     MOVE WS-PAIR-LISTED-COUNT TO PRL-PAIR-NO.
083000     MOVE WS-MATCH-NAME (WS-MATCH-NO) TO PRL-MATCH-NAME.
083100     MOVE WS-PAIR-LINE TO REVIEW-REPORT-LINE.
083200     WRITE REVIEW-REPORT-LINE.
083300     MOVE WS-OUTER-SUB TO WS-PRINT-SUB.
083400     PERFORM 4500-PRINT-ONE-CUSTOMER
083500         THRU 4500-PRINT-ONE-CUSTOMER-EXIT.
083600     MOVE WS-INNER-SUB TO WS-PRINT-SUB.
083700     PERFORM 4500-PRINT-ONE-CUSTOMER
083800         THRU 4500-PRINT-ONE-CUSTOMER-EXIT.
083900     MOVE SPACES TO REVIEW-REPORT-LINE.
084000     WRITE REVIEW-REPORT-LINE.
084100 4400-REPORT-CANDIDATE-EXIT.
084200     EXIT.
084300*
084400*    ONE SIDE OF A PAIR - THE NAME AS IT STANDS ON THE MASTER, THE
084500*    STATUS, AND THE BALMST POSITION AND LAST POSTING DATE. AN ID
084600*    NOT ON BALMST HAS NEVER HAD ANYTHING POSTED
084700 4500-PRINT-ONE-CUSTOMER.
084800     MOVE WS-CUS-ID (WS-PRINT-SUB) TO CSL-CUST-ID.
084900     MOVE WS-CUS-NAME (WS-PRINT-SUB) TO CSL-CUST-NAME.
085000     IF WS-CUS-STATUS (WS-PRINT-SUB) = "B"
085100         MOVE "BLOCKED" TO CSL-STATUS
085200     ELSE
085300         MOVE "ACTIVE" TO CSL-STATUS
085400     END-IF.
085500     MOVE SPACES TO CSL-POST-NOTE.
085600     MOVE WS-CUS-ID (WS-PRINT-SUB) TO BAL-CUST-ID.
085700     READ BALANCE-MASTER
085800         INVALID KEY
085900             MOVE "NOT ON BALMST - NOTHING POSTED"
086000                 TO CSL-POST-NOTE
086100             MOVE WS-CUSTOMER-LINE TO REVIEW-REPORT-LINE
086200             WRITE REVIEW-REPORT-LINE
086300             GO TO 4500-PRINT-ONE-CUSTOMER-EXIT
086400     END-READ.
086500     STRING "LAST POSTED " DELIMITED BY SIZE
086600             BAL-LAST-POST-DATE DELIMITED BY SIZE
086700             INTO CSL-POST-NOTE.
086800     MOVE WS-CUSTOMER-LINE TO REVIEW-REPORT-LINE.
086900     WRITE REVIEW-REPORT-LINE.
087000     MOVE BAL-TOT-ADD TO PSL-ADD.
087100     MOVE BAL-TOT-SUB TO PSL-SUB.
087200     MOVE BAL-TOT-MULT TO PSL-MULT.
087300     MOVE BAL-TOT-DIV TO PSL-DIV.
087400     MOVE WS-POSITION-LINE TO REVIEW-REPORT-LINE.
087500     WRITE REVIEW-REPORT-LINE.
087600 4500-PRINT-ONE-CUSTOMER-EXIT.
087700     EXIT.
087800*
087900 7000-WRITE-REPORT-HEADING.
088000     MOVE SPACES TO REVIEW-REPORT-LINE.
088100     STRING "DUPCUST POSSIBLE DUPLICATE CUSTOMER REVIEW - "
088200             DELIMITED BY SIZE
088300             "BUSINESS DATE " DELIMITED BY SIZE
088400             WS-BUSINESS-DATE DELIMITED BY SIZE
088500             INTO REVIEW-REPORT-LINE.
088600     WRITE REVIEW-REPORT-LINE.
088700     MOVE SPACES TO REVIEW-REPORT-LINE.
088800     WRITE REVIEW-REPORT-LINE.
088900 7000-WRITE-REPORT-HEADING-EXIT.
089000     EXIT.
089100*
089200*    THE CARD AS KEYED - BOTH IDS IN THE ORDER GIVEN
089300 7100-FORMAT-CARD-LINE.
089400     MOVE DCL-ACTION TO CDL-ACTION.
089500     MOVE DCL-CUST-ID-1 TO CDL-CUST-ID-1.
089600     MOVE DCL-CUST-ID-2 TO CDL-CUST-ID-2.
089700     MOVE DCL-OPERATOR-ID TO CDL-OPERATOR.
089800 7100-FORMAT-CARD-LINE-EXIT.
089900     EXIT.
090000*
090100*    CLEARANCE CARDS, CUSTOMERS COMPARED AND LEFT OUT, AND THE
090200*    PAIRS LISTED BY MATCH TYPE AND KEPT BACK AS CLEARED
090300 8000-REVIEW-TOTALS.
090400     MOVE SPACES TO REVIEW-REPORT-LINE.
090500     MOVE WS-CARD-READ-COUNT TO WS-DUP-EDIT-COUNT.
090600     STRING "CLEARANCE CARDS READ ...... " DELIMITED BY SIZE
090700             WS-DUP-EDIT-COUNT DELIMITED BY SIZE
090800             INTO REVIEW-REPORT-LINE.
090900     WRITE REVIEW-REPORT-LINE.
091000     MOVE SPACES TO REVIEW-REPORT-LINE.
091100     MOVE WS-CLEARED-COUNT TO WS-DUP-EDIT-COUNT.
091200     STRING "  PAIRS CLEARED ........... " DELIMITED BY SIZE
091300             WS-DUP-EDIT-COUNT DELIMITED BY SIZE
091400             INTO REVIEW-REPORT-LINE.
091500     WRITE REVIEW-REPORT-LINE.
091600     MOVE SPACES TO REVIEW-REPORT-LINE.
091700     MOVE WS-REINSTATED-COUNT TO WS-DUP-EDIT-COUNT.
091800     STRING "  PAIRS REINSTATED ........ " DELIMITED BY SIZE
091900             WS-DUP-EDIT-COUNT DELIMITED BY SIZE
092000             INTO REVIEW-REPORT-LINE.
092100     WRITE REVIEW-REPORT-LINE.
092200     MOVE SPACES TO REVIEW-REPORT-LINE.
092300     MOVE WS-REFUSED-COUNT TO WS-DUP-EDIT-COUNT.
092400     STRING "  CARDS REFUSED ........... " DELIMITED BY SIZE
092500             WS-DUP-EDIT-COUNT DELIMITED BY SIZE
092600             INTO REVIEW-REPORT-LINE.
092700     WRITE REVIEW-REPORT-LINE.
092800     MOVE SPACES TO REVIEW-REPORT-LINE.
092900     MOVE WS-MASTER-READ-COUNT TO WS-DUP-EDIT-COUNT.
093000     STRING "CUSTOMERS ON MASTER ....... " DELIMITED BY SIZE
093100             WS-DUP-EDIT-COUNT DELIMITED BY SIZE
093200             INTO REVIEW-REPORT-LINE.
093300     WRITE REVIEW-REPORT-LINE.
093400     MOVE SPACES TO REVIEW-REPORT-LINE.
093500     MOVE WS-CLOSED-COUNT TO WS-DUP-EDIT-COUNT.
093600     STRING "  CLOSED - LEFT OUT ....... " DELIMITED BY SIZE
093700             WS-DUP-EDIT-COUNT DELIMITED BY SIZE
093800             INTO REVIEW-REPORT-LINE.
093900     WRITE REVIEW-REPORT-LINE.
094000     MOVE SPACES TO REVIEW-REPORT-LINE.
094100     MOVE WS-NO-NAME-COUNT TO WS-DUP-EDIT-COUNT.
094200     STRING "  NO NAME - LEFT OUT ...... " DELIMITED BY SIZE
094300             WS-DUP-EDIT-COUNT DELIMITED BY SIZE
094400             INTO REVIEW-REPORT-LINE.
094500     WRITE REVIEW-REPORT-LINE.
094600     MOVE SPACES TO REVIEW-REPORT-LINE.
094700     MOVE WS-CUS-COUNT TO WS-DUP-EDIT-COUNT.
094800     STRING "  COMPARED ................ " DELIMITED BY SIZE
094900             WS-DUP-EDIT-COUNT DELIMITED BY SIZE
095000             INTO REVIEW-REPORT-LINE.
095100     WRITE REVIEW-REPORT-LINE.
095200     MOVE SPACES TO REVIEW-REPORT-LINE.
095300     MOVE WS-PAIR-LISTED-COUNT TO WS-DUP-EDIT-COUNT.
095400     STRING "CANDIDATE PAIRS LISTED .... " DELIMITED BY SIZE
095500             WS-DUP-EDIT-COUNT DELIMITED BY SIZE
095600             INTO REVIEW-REPORT-LINE.
095700     WRITE REVIEW-REPORT-LINE.
095800     PERFORM 8100-PRINT-MATCH-TYPE
095900         THRU 8100-PRINT-MATCH-TYPE-EXIT
096000         VARYING WS-MATCH-NO FROM 1 BY 1
096100         UNTIL WS-MATCH-NO > 4.
096200     MOVE SPACES TO REVIEW-REPORT-LINE.
096300     MOVE WS-PAIR-SUPPRESSED-COUNT TO WS-DUP-EDIT-COUNT.
096400     STRING "CLEARED PAIRS NOT LISTED .. " DELIMITED BY SIZE
096500             WS-DUP-EDIT-COUNT DELIMITED BY SIZE
096600             INTO REVIEW-REPORT-LINE.
096700     WRITE REVIEW-REPORT-LINE.
096800 8000-REVIEW-TOTALS-EXIT.
096900     EXIT.
097000*
097100 8100-PRINT-MATCH-TYPE.
097200     MOVE SPACES TO REVIEW-REPORT-LINE.
097300     MOVE WS-MATCH-TYPE-COUNT (WS-MATCH-NO) TO WS-DUP-EDIT-COUNT.
097400     STRING "  " DELIMITED BY SIZE
097500             WS-MATCH-NAME (WS-MATCH-NO) DELIMITED BY SIZE
097600             "  " DELIMITED BY SIZE
097700             WS-DUP-EDIT-COUNT DELIMITED BY SIZE
097800             INTO REVIEW-REPORT-LINE.
097900     WRITE REVIEW-REPORT-LINE.
098000 8100-PRINT-MATCH-TYPE-EXIT.
098100     EXIT.
098200*
098300 9000-TERMINATE.
098400     DISPLAY "DUPCUST: BUSINESS DATE: " WS-BUSINESS-DATE.
098500     DISPLAY "DUPCUST: CUSTOMERS COMPARED: " WS-CUS-COUNT.
098600     DISPLAY "DUPCUST: CANDIDATE PAIRS LISTED: "
098700         WS-PAIR-LISTED-COUNT.
098800     DISPLAY "DUPCUST: CLEARED PAIRS NOT LISTED: "
098900         WS-PAIR-SUPPRESSED-COUNT.
099000     DISPLAY "DUPCUST: CLEARANCE CARDS REFUSED: "
099100         WS-REFUSED-COUNT.
099200     IF WS-FILES-OPEN
099300         CLOSE CUSTOMER-MASTER
099400         CLOSE BALANCE-MASTER
099500         CLOSE SUPPRESSION-FILE
099600         CLOSE REVIEW-REPORT-FILE
099700     END-IF.
099800*    RETURN CODE 16 FLAGS AN ABORTED RUN, RETURN CODE 4 A REVIEW
099900*    LIST WITH PAIRS ON IT OR A REFUSED CLEARANCE CARD
100000     IF WS-ABORT-RUN
100100         MOVE 16 TO RETURN-CODE
100200     ELSE
100300         IF WS-PAIR-LISTED-COUNT > ZERO OR WS-REFUSED-COUNT > ZERO
100400             MOVE 4 TO RETURN-CODE
100500         ELSE
100600             MOVE ZERO TO RETURN-CODE
100700         END-IF
100800     END-IF.
100900 9000-TERMINATE-EXIT.
101000     EXIT.
