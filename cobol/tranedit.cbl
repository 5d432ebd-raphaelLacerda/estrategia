002198*                     THE REAL MONTH LENGTH (LEAP-AWARE) - A
002199*                     FEBRUARY 31ST USED TO PASS AND COULD NEVER
002201*                     MATCH A BUSINESS DAY IN A CATCH-UP RANGE.
002202*    2026-10-15  RSL  A TRAN-KEY ALREADY PROCESSED ON AN EARLIER
002204*                     BUSINESS DAY IS NOW REJECTED WITH REASON
002206*                     "KEYX" - A BRANCH THAT RESENT YESTERDAY'S
002208*                     BRNIN FILE USED TO GET THE WHOLE BATCH
002210*                     POSTED TWICE. ACCEPTED KEYS ARE KEPT IN A
002212*                     KEYED HISTORY FILE (KEYHIST) FOR A ROLLING
002214*                     WINDOW OF BUSINESS DAYS JUDGED OFF THE SHOP
002216*                     CALENDAR (COMMAND-LINE POSITIONS 37-39,
002218*                     DEFAULT 5) AND AGED OFF ONCE THEY FALL OUT
002220*                     OF IT. KEYS ON THE RELOUT FILE TRANMRG
002222*                     RECYCLED TODAY ARE EXEMPT, SO CORRECTED
002224*                     SUSPENSE ITEMS STILL GET BACK IN. EDTRPT
002226*                     SHOWS THE REPEATS BROKEN DOWN BY BRANCH.
002228*    2026-10-15  RSL  THE TRAN-KEY IS NOW LOOKED UP ON THE
002230*                     CUSTOMER MASTER (CUSTOUT) AFTER THE OTHER
002232*                     EDITS - A KEY NOT ON THE MASTER IS REJECTED
002234*                     "CUSU", A BLOCKED CUSTOMER "CUSB" AND A
002236*                     CLOSED CUSTOMER "CUSC", EACH COUNTED ON ITS
002238*                     OWN EDTRPT LINE. ACTIVITY FOR AN ACCOUNT
002240*                     THAT CANNOT TAKE IT NO LONGER REACHES VERBS.
002242*    2026-10-15  RSL  A TRANSACTION WHOSE TRAN-NUMA OR TRAN-NUMB
002244*                     IS OVER ITS VALUE LIMIT NO LONGER GOES
002246*                     STRAIGHT ON TO VERBS - IT IS PUT ON THE HOLD
002248*                     QUEUE (HOLDQ) FOR A SUPERVISOR TO RELEASE OR
002250*                     DECLINE THROUGH HOLDREG. LIMITS COME OFF THE
002252*                     HVLIMIT CARDS, SHOP-WIDE AND PER BRANCH. A
002254*                     RELEASED ITEM COMES BACK THROUGH TRANMRG
002256*                     NEXT DAY AND IS LET PAST ITS LIMIT HERE,
002258*                     THEN MARKED RE-ENTERED ON THE QUEUE ONCE IT
002259*                     IS WRITTEN TO TRANIN - A RELEASE THAT FAILS
002260*                     AN EDIT OR NEVER ARRIVES STAYS RELEASED AND
002261*                     IS LISTED ON EDTRPT. EDTRPT AND THE STEP
002262*                     CONTROL RECORD CARRY THE HELD COUNT SO
002263*                     BALCHK STILL TIES READ TO ACCEPTED +
002264*                     REJECTED + HELD.
002266*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
003730     SELECT OPTIONAL STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
003740         ORGANIZATION IS SEQUENTIAL
003750         FILE STATUS IS WS-STEP-CONTROL-STATUS.
003751*    ROLLING HISTORY OF THE KEYS ACCEPTED ON RECENT BUSINESS
003752*    DAYS - CREATED ON THE FIRST RUN, READ BY KEY FOR THE
003753*    CROSS-DAY CHECK AND SWEPT IN KEY ORDER TO AGE KEYS OFF
003754     SELECT OPTIONAL KEY-HISTORY-FILE ASSIGN TO "KEYHIST"
003755         ORGANIZATION IS INDEXED
003756         ACCESS MODE IS DYNAMIC
003757         RECORD KEY IS KHS-TRAN-KEY
003758         FILE STATUS IS WS-KEY-HISTORY-STATUS.
003759*    THE SUSPENSE RELEASES TRANMRG RECYCLED INTO TODAY'S RAW
003760*    FILE - MISSING MEANS NOTHING WAS RELEASED YESTERDAY
003761     SELECT RELEASE-FILE ASSIGN TO "RELOUT"
003762         ORGANIZATION IS SEQUENTIAL
003763         FILE STATUS IS WS-RELEASE-STATUS.
003764*    SHOP BUSINESS-DAY CALENDAR - HOLIDAYS AND ANY WEEKEND DAYS
003765*    OPENED FOR BUSINESS. OPTIONAL - WITHOUT IT ONLY SATURDAYS
003766*    AND SUNDAYS ARE CLOSED
003767     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BUSCAL"
003768         ORGANIZATION IS SEQUENTIAL
003769         FILE STATUS IS WS-CALENDAR-STATUS.
003770*    THE CUSTOMER MASTER HELLO LOADS AND CUSTMNT MAINTAINS - READ
003771*    BY KEY FOR THE CUSTOMER STATUS EDITS
003772     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOUT"
003773         ORGANIZATION IS INDEXED
003774         ACCESS MODE IS RANDOM
003775         RECORD KEY IS CMS-CUST-ID
003776         FILE STATUS IS WS-MASTER-STATUS.
003777*    VALUE LIMIT CARDS - ONE SHOP-WIDE CARD (SCOPE 00) AND ONE PER
003778*    BRANCH THAT NEEDS ITS OWN. OPTIONAL - WITHOUT IT NOTHING IS
003779*    HELD FOR VALUE
003780     SELECT OPTIONAL LIMIT-FILE ASSIGN TO "HVLIMIT"
003781         ORGANIZATION IS SEQUENTIAL
003782         FILE STATUS IS WS-LIMIT-STATUS.
003783*    THE HOLD QUEUE HOLDREG WORKS FROM - ONE ITEM PER TRANSACTION
003784*    HELD, KEYED ON THE TRAN-KEY AND THE DAY IT WAS HELD. CREATED
003785*    ON THE FIRST RUN
003786     SELECT OPTIONAL HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
003787         ORGANIZATION IS INDEXED
003788         ACCESS MODE IS DYNAMIC
003789         RECORD KEY IS HQ-ITEM-ID
003790         FILE STATUS IS WS-HOLD-QUEUE-STATUS.
003791*    THE HELD ITEMS HOLDREG RELEASED - TRANMRG HAS MERGED THE SAME
003792*    FILE INTO TODAY'S RAW FILE. MISSING MEANS NOTHING WAS
003793*    RELEASED
003794     SELECT HOLD-RELEASE-FILE ASSIGN TO "HOLDREL"
003795         ORGANIZATION IS SEQUENTIAL
003796         FILE STATUS IS WS-HOLD-RELEASE-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
006566     05  STP-IN-COUNT               PIC 9(09).
006568     05  STP-OUT-COUNT              PIC 9(09).
006570     05  STP-REJECT-COUNT           PIC 9(09).
006571*    ITEMS HELD FOR SUPERVISOR REVIEW - ONLY TRANEDIT HOLDS
006572*    ITEMS, EVERY OTHER STEP WRITES ZERO
006573     05  STP-HOLD-COUNT             PIC 9(09).
006574     05  FILLER                     PIC X(28).
006575*
006576*    ONE RECORD PER KEY ACCEPTED WITHIN THE WINDOW - THE BUSINESS
006577*    DATE IT WAS LAST ACCEPTED UNDER AND THE BRANCH THAT SENT IT
006578 FD  KEY-HISTORY-FILE.
006579 01  KEY-HISTORY-RECORD.
006580     05  KHS-TRAN-KEY               PIC X(10).
006581     05  KHS-BUSINESS-DATE          PIC 9(08).
006582     05  KHS-BRANCH-ID              PIC X(02).
006583     05  FILLER                     PIC X(20).
006584*
006585*    SAME LAYOUT EXCSUSP WRITES - ONLY THE KEY MATTERS HERE
006586 FD  RELEASE-FILE
006587     RECORDING MODE IS F.
006588 01  RELEASE-RECORD.
006589     05  REL-TRAN-KEY               PIC X(10).
006590     05  FILLER                     PIC X(70).
006591*
006592*    ONE CALENDAR RECORD PER EXCEPTION TO THE MONDAY-FRIDAY WEEK -
006593*    JOBDRV, VERBS, EXCSUSP, TRENDRPT, GLACK, PENDAPR AND HOLDREG
006594*    READ THE SAME FILE, SO EVERY READER MUST STAY IN STEP
006595 FD  CALENDAR-FILE
006596     RECORDING MODE IS F.
006597 01  CALENDAR-RECORD.
006598     05  CAL-DATE                   PIC X(08).
006599     05  CAL-DAY-TYPE               PIC X(01).
006600         88  CAL-HOLIDAY            VALUE "H".
006601         88  CAL-OPENED-DAY         VALUE "W".
006602     05  CAL-DESCRIPTION            PIC X(30).
006603     05  FILLER                     PIC X(41).
006604*
006605*    SAME LAYOUT AS THE CUSTOMER-OUT RECORD HELLO LOADS
006606 FD  CUSTOMER-MASTER.
006607 01  CUSTOMER-MASTER-RECORD.
006608     05  CMS-CUST-ID                PIC X(10).
006609     05  CMS-CUST-NAME              PIC X(40).
006610     05  CMS-CUST-STATUS            PIC X(01).
006611         88  CMS-STATUS-ACTIVE      VALUE "A" " ".
006612         88  CMS-STATUS-BLOCKED     VALUE "B".
006613         88  CMS-STATUS-CLOSED      VALUE "C".
006614     05  CMS-STATUS-DATE            PIC 9(08).
006615     05  FILLER                     PIC X(11).
006616*
006617*    ONE CARD PER LIMIT SCOPE - "00" IS THE SHOP-WIDE LIMIT, "01"
006618*    TO "10" A BRANCH. AN AMOUNT OVER ITS LIMIT IS HELD. A ZERO
006619*    SHOP LIMIT MEANS NO LIMIT ON THAT AMOUNT; A ZERO ON A BRANCH
006620*    CARD MEANS THAT BRANCH TAKES THE SHOP LIMIT FOR IT
006621 FD  LIMIT-FILE
006622     RECORDING MODE IS F.
006623 01  LIMIT-RECORD.
006624     05  HVL-SCOPE                  PIC X(02).
006625     05  HVL-NUMA-LIMIT             PIC 9(09).
006626     05  HVL-NUMB-LIMIT             PIC 9(09).
006627     05  HVL-DESCRIPTION            PIC X(30).
006628     05  FILLER                     PIC X(30).
006629*
006630*    ONE ITEM PER TRANSACTION HELD - THE LIMITS IT WAS JUDGED
006631*    AGAINST, WHICH AMOUNT WAS OVER, THE SUPERVISOR'S DECISION AND
006632*    THE TRANSACTION IMAGE ITSELF. STATUS P PENDING, R RELEASED, E
006633*    RE-ENTERED THROUGH THE MERGE, D DECLINED. HOLDREG AND BALCHK
006634*    CARRY THE SAME LAYOUT, SO THEY MUST ALL STAY IN STEP
006635 FD  HOLD-QUEUE-FILE.
006636 01  HOLD-QUEUE-RECORD.
006637     05  HQ-ITEM-ID.
006638         10  HQ-TRAN-KEY            PIC X(10).
006639         10  HQ-HOLD-DATE           PIC 9(08).
006640     05  HQ-BRANCH-ID               PIC X(02).
006641     05  HQ-STATUS                  PIC X(01).
006642         88  HQ-PENDING             VALUE "P".
006643         88  HQ-RELEASED            VALUE "R".
006644         88  HQ-REENTERED           VALUE "E".
006645         88  HQ-DECLINED            VALUE "D".
006646     05  HQ-LIMIT-SCOPE             PIC X(02).
006647     05  HQ-NUMA-LIMIT              PIC 9(09).
006648     05  HQ-NUMB-LIMIT              PIC 9(09).
006649     05  HQ-NUMA-OVER               PIC X(01).
006650     05  HQ-NUMB-OVER               PIC X(01).
006651     05  HQ-SUPERVISOR-ID           PIC X(03).
006652     05  HQ-DECISION-DATE           PIC 9(08).
006653     05  HQ-DECLINE-REASON          PIC X(30).
006654     05  HQ-REENTRY-DATE            PIC 9(08).
006655     05  HQ-TRAN-IMAGE              PIC X(80).
006656     05  HQ-TRAN-FIELDS REDEFINES HQ-TRAN-IMAGE.
006657         10  FILLER                 PIC X(10).
006658         10  HQ-TRAN-NUMA           PIC 9(09).
006659         10  HQ-TRAN-NUMB           PIC 9(09).
006660         10  FILLER                 PIC X(52).
006661     05  FILLER                     PIC X(28).
006662*
006663*    SAME LAYOUT HOLDREG WRITES - ONLY THE KEY MATTERS HERE
006664 FD  HOLD-RELEASE-FILE
006665     RECORDING MODE IS F.
006666 01  HOLD-RELEASE-RECORD.
006667     05  HRL-TRAN-KEY               PIC X(10).
006668     05  FILLER                     PIC X(70).
006669*
006700 WORKING-STORAGE SECTION.
006705*
006720*    RUN PARAMETER, SHARED WITH THE DRIVER AND VERBS - ONLY
006730*    POSITIONS 17-24 (THE BUSINESS DATE, YYYYMMDD) ARE READ
006740*    HERE; SPACES MEANS TAKE THE SYSTEM DATE
006741*    POSITIONS 37-39 ARE THE CROSS-DAY DUPLICATE WINDOW IN
006742*    BUSINESS DAYS (000 OR SPACES MEANS TAKE THE SHOP DEFAULT
006743*    OF 5) - A KEY ACCEPTED ON ANY OF THAT MANY PRIOR BUSINESS
006744*    DAYS IS REJECTED AS A REPEAT
006745 01  WS-RUN-PARM                     PIC X(39) VALUE SPACES.
006760 01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
006770     05  FILLER                      PIC X(16).
006780     05  PARM-BUSINESS-DATE          PIC X(08).
006782     05  FILLER                      PIC X(12).
006784     05  PARM-DUP-WINDOW             PIC X(03).
006790 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
006791 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
006792     05  WS-BUSINESS-YEAR            PIC 9(04).
006793     05  WS-BUSINESS-MONTH           PIC 9(02).
006794     05  WS-BUSINESS-DAY-OF-MONTH    PIC 9(02).
006795*
006796*    THE CROSS-DAY WINDOW - ITS LENGTH IN BUSINESS DAYS AND THE
006797*    OLDEST BUSINESS DATE IT REACHES BACK TO. A KEY LAST ACCEPTED
006798*    ON OR AFTER THE WINDOW START, UNDER ANY DATE BUT TODAY'S, IS
006799*    A REPEAT; A KEY ACCEPTED BEFORE IT IS AGED OFF THE HISTORY
006800 01  WS-DUP-WINDOW-DAYS              PIC 9(03) VALUE ZERO.
006801 01  WS-WINDOW-DAY-COUNT             PIC 9(03) VALUE ZERO.
006802 01  WS-WINDOW-START-DATE            PIC 9(08) VALUE ZERO.
006803*
006804*    FILE STATUS FOR THE KEY HISTORY - "05" IS A GOOD OPEN THAT
006805*    JUST CREATED THE OPTIONAL FILE ON THE FIRST RUN EVER
006806 01  WS-KEY-HISTORY-STATUS           PIC X(02) VALUE "00".
006807     88  WS-KEY-HISTORY-OK           VALUE "00" "05".
006808*
006809*    FILE STATUS FOR THE RELEASE FILE - "35" MEANS NOTHING WAS
006810*    RELEASED YESTERDAY AND NOTHING IS RECYCLED TODAY
006811 01  WS-RELEASE-STATUS               PIC X(02) VALUE "00".
006812     88  WS-RELEASE-OK               VALUE "00".
006813     88  WS-RELEASE-MISSING          VALUE "35".
006814*
006815*    FILE STATUS FOR THE CUSTOMER MASTER - "00" MEANS THE OPEN
006816*    SUCCEEDED
006817 01  WS-MASTER-STATUS                PIC X(02) VALUE "00".
006818     88  WS-MASTER-OK                VALUE "00".
006819*
006820*    FILE STATUS FOR THE VALUE LIMIT CARDS - "05" MEANS THE
006821*    OPTIONAL FILE IS NOT THERE AND NOTHING IS HELD FOR VALUE
006822 01  WS-LIMIT-STATUS                 PIC X(02) VALUE "00".
006823     88  WS-LIMIT-OK                 VALUE "00" "05".
006824     88  WS-LIMIT-NOT-THERE          VALUE "05".
006825*
006826*    FILE STATUS FOR THE HOLD QUEUE - "05" IS A GOOD OPEN THAT
006827*    JUST CREATED THE OPTIONAL FILE ON THE FIRST RUN EVER
006828 01  WS-HOLD-QUEUE-STATUS            PIC X(02) VALUE "00".
006829     88  WS-HOLD-QUEUE-OK            VALUE "00" "05".
006830*
006831*    FILE STATUS FOR THE HOLD RELEASES - "35" MEANS NOTHING WAS
006832*    RELEASED AND NOTHING COMES BACK TODAY
006833 01  WS-HOLD-RELEASE-STATUS          PIC X(02) VALUE "00".
006834     88  WS-HOLD-RELEASE-OK          VALUE "00".
006835     88  WS-HOLD-RELEASE-MISSING     VALUE "35".
006836*
006837*    FILE STATUS FOR THE STEP CONTROL APPEND - "05" IS A GOOD
006838*    OPEN THAT JUST CREATED THE OPTIONAL FILE
006839 01  WS-STEP-CONTROL-STATUS          PIC X(02) VALUE "00".
006840     88  WS-STEP-CONTROL-OK          VALUE "00" "05".
006850*
006900*    FILE STATUS FOR RAW-TRAN-FILE - "00" MEANS THE OPEN SUCCEEDED
008840*    BEFORE VERBS OPENS IT LATER IN THE SAME JOB
008850     05  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
008860         88  WS-FILES-OPEN           VALUE "Y".
008861*    SET BY THE HISTORY LOOK-UP - THE KEY IS ON THE HISTORY FILE
008862*    (SO THE ACCEPT REWRITES RATHER THAN WRITES IT), AND IT WAS
008863*    ACCEPTED ON AN EARLIER DAY INSIDE THE WINDOW
008864     05  WS-HIST-ON-FILE-SWITCH      PIC X(01) VALUE "N".
008865         88  WS-HIST-ON-FILE         VALUE "Y".
008866     05  WS-XDUP-FOUND-SWITCH        PIC X(01) VALUE "N".
008867         88  WS-XDUP-FOUND           VALUE "Y".
008868     05  WS-RECYCLED-SWITCH          PIC X(01) VALUE "N".
008869         88  WS-KEY-RECYCLED         VALUE "Y".
008870     05  WS-REL-EOF-SWITCH           PIC X(01) VALUE "N".
008871         88  WS-REL-EOF              VALUE "Y".
008872     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
008873         88  WS-HIST-EOF             VALUE "Y".
008874*    SET WHEN THE RECORD PASSES EVERY EDIT BUT IS OVER ITS VALUE
008875*    LIMIT, AND FOR EACH AMOUNT THAT IS OVER
008876     05  WS-HOLD-SWITCH              PIC X(01) VALUE "N".
008877         88  WS-RECORD-HELD          VALUE "Y".
008878     05  WS-NUMA-OVER-SWITCH         PIC X(01) VALUE "N".
008879         88  WS-NUMA-OVER            VALUE "Y".
008880     05  WS-NUMB-OVER-SWITCH         PIC X(01) VALUE "N".
008881         88  WS-NUMB-OVER            VALUE "Y".
008882*    SET WHEN THE KEY BELONGS TO A HELD ITEM A SUPERVISOR RELEASED
008883     05  WS-HOLD-RELEASED-SWITCH     PIC X(01) VALUE "N".
008884         88  WS-HOLD-RELEASED        VALUE "Y".
008885     05  WS-LIM-EOF-SWITCH           PIC X(01) VALUE "N".
008886         88  WS-LIM-EOF              VALUE "Y".
008887     05  WS-HQ-EOF-SWITCH            PIC X(01) VALUE "N".
008888         88  WS-HQ-EOF               VALUE "Y".
008889     05  WS-HRL-EOF-SWITCH           PIC X(01) VALUE "N".
008890         88  WS-HRL-EOF              VALUE "Y".
008891     05  WS-HQ-MATCHED-SWITCH        PIC X(01) VALUE "N".
008892         88  WS-HQ-MATCHED           VALUE "Y".
008893     05  WS-HRT-FOUND-SWITCH         PIC X(01) VALUE "N".
008894         88  WS-HRT-FOUND            VALUE "Y".
008900*
009000*    RECORD COUNTERS - ONE REJECT COUNTER PER EDIT REASON
009100 01  WS-COUNTERS.
009900     05  WS-REJ-NUMA-COUNT           PIC 9(09) VALUE ZERO.
010000     05  WS-REJ-NUMB-COUNT           PIC 9(09) VALUE ZERO.
010010     05  WS-REJ-DATE-COUNT           PIC 9(09) VALUE ZERO.
010020     05  WS-REJ-XDUP-COUNT           PIC 9(09) VALUE ZERO.
010030*    REPEATS WHOSE IMAGE CARRIES NO VALID BRANCH STAMP, RECYCLED
010040*    KEYS LET BACK IN OVER THE HISTORY, AND KEYS AGED OFF IT
010050     05  WS-XDUP-UNSTAMPED-COUNT     PIC 9(09) VALUE ZERO.
010060     05  WS-RECYCLE-ALLOWED-COUNT    PIC 9(09) VALUE ZERO.
010070     05  WS-HIST-AGED-COUNT          PIC 9(09) VALUE ZERO.
010075*    CUSTOMER STATUS REJECTS - NOT ON THE MASTER, BLOCKED, CLOSED
010080     05  WS-REJ-CUST-UNKNOWN-COUNT   PIC 9(09) VALUE ZERO.
010081     05  WS-REJ-CUST-BLOCKED-COUNT   PIC 9(09) VALUE ZERO.
010082     05  WS-REJ-CUST-CLOSED-COUNT    PIC 9(09) VALUE ZERO.
010083*    VALUE HOLDS - ITEMS HELD, HELD ITEMS A SUPERVISOR HAD ALREADY
010084*    DECIDED (SAME-DAY RERUN), RELEASED ITEMS LET PAST THEIR
010085*    LIMIT, RELEASED ITEMS MARKED RE-ENTERED, PENDING ITEMS
010086*    CLEARED FOR A RERUN, RELEASES THAT MATCH NOTHING ON THE
010087*    QUEUE AND RELEASED ITEMS NEVER WRITTEN TO TRANIN
010088     05  WS-HOLD-COUNT               PIC 9(09) VALUE ZERO.
010092     05  WS-HOLD-DECIDED-COUNT       PIC 9(09) VALUE ZERO.
010093     05  WS-HOLD-PASSED-COUNT        PIC 9(09) VALUE ZERO.
010094     05  WS-HOLD-REENTERED-COUNT     PIC 9(09) VALUE ZERO.
010095     05  WS-HOLD-CLEARED-COUNT       PIC 9(09) VALUE ZERO.
010096     05  WS-HOLD-UNMATCHED-COUNT     PIC 9(09) VALUE ZERO.
010097     05  WS-HOLD-UNWRITTEN-COUNT     PIC 9(09) VALUE ZERO.
010100*
010200*    WORK COPY OF THE RAW RECORD, ALIGNED TO THE FIXED LAYOUT SO
010300*    THE INDIVIDUAL FIELDS CAN BE EDITED
011500     05  WS-KEY-ENTRY OCCURS 10000 TIMES
011600             INDEXED BY KEY-IDX     PIC X(10).
011700*
011701*    KEYS ON TODAY'S RELOUT - EXCSUSP RELEASES ONLY COME OFF ITS
011702*    1000-ENTRY CORRECTION TABLE, SO A DAY THAT OVERFLOWS THIS
011703*    TABLE ABORTS RATHER THAN REJECTING A LEGITIMATE RECYCLE
011704 01  WS-RECYCLE-TABLE.
011705     05  WS-RCY-COUNT                PIC 9(04) COMP VALUE ZERO.
011706     05  WS-RCY-KEY OCCURS 1000 TIMES
011707             INDEXED BY RCY-IDX     PIC X(10).
011708*
011709*    CROSS-DAY REPEATS PER BRANCH, WITH THE EARLIEST AND LATEST
011710*    PRIOR BUSINESS DATE THE REPEATED KEYS WERE ACCEPTED UNDER -
011711*    A RESENT FILE SHOWS UP AS ONE DATE ON BOTH SIDES
011712 01  WS-XDUP-BRANCH-TABLE.
011713     05  WS-XDB-ENTRY OCCURS 10 TIMES INDEXED BY XDB-IDX.
011714         10  WS-XDB-COUNT            PIC 9(09) VALUE ZERO.
011715         10  WS-XDB-LOW-DATE         PIC 9(08) VALUE ZERO.
011716         10  WS-XDB-HIGH-DATE        PIC 9(08) VALUE ZERO.
011717 01  WS-XDUP-BRANCH-NO               PIC 9(02) VALUE ZERO.
011718*
011719*    FILE STATUS FOR THE BUSINESS-DAY CALENDAR - "05" MEANS THE
011720*    OPTIONAL FILE IS NOT THERE AND ONLY WEEKENDS ARE CLOSED
011721 01  WS-CALENDAR-STATUS              PIC X(02) VALUE "00".
011722     88  WS-CALENDAR-OK              VALUE "00" "05".
011723     88  WS-CALENDAR-NOT-THERE       VALUE "05".
011724 01  WS-CALENDAR-SWITCHES.
011725     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
011726         88  WS-CAL-EOF              VALUE "Y".
011727     05  WS-CAL-UNREADABLE-SWITCH    PIC X(01) VALUE "N".
011728         88  WS-CAL-UNREADABLE       VALUE "Y".
011729     05  WS-BUSINESS-DAY-SWITCH      PIC X(01) VALUE "N".
011730         88  WS-BUSINESS-DAY         VALUE "Y".
011731*
011732*    CALENDAR EXCEPTIONS LOADED FROM BUSCAL - "H" CLOSES A
011733*    WEEKDAY, "W" OPENS A WEEKEND DAY
011734 01  WS-CALENDAR-TABLE.
011735     05  WS-CAL-COUNT              PIC 9(04) COMP VALUE ZERO.
011736     05  WS-CAL-ENTRY OCCURS 500 TIMES
011737                      INDEXED BY CAL-IDX.
011738         10  WS-CAL-TAB-DATE         PIC 9(08).
011739         10  WS-CAL-TAB-TYPE         PIC X(01).
011740*
011741*    DATE BEING JUDGED AND THE DAY-OF-WEEK WORK FIELDS (ZELLER -
011742*    DAY 0 IS SATURDAY, 1 IS SUNDAY)
011743 01  WS-CAL-TEST-DATE                PIC 9(08) VALUE ZERO.
011744 01  WS-CAL-TEST-DATE-X REDEFINES WS-CAL-TEST-DATE.
011745     05  WS-CAL-TEST-YEAR            PIC 9(04).
011746     05  WS-CAL-TEST-MONTH           PIC 9(02).
011747     05  WS-CAL-TEST-DAY             PIC 9(02).
011748 01  WS-DOW-WORK.
011749     05  WS-DOW-YEAR                 PIC 9(04).
011750     05  WS-DOW-MONTH                PIC 9(02).
011751     05  WS-DOW-CENTURY              PIC 9(02).
011752     05  WS-DOW-YEAR-OF-CENTURY      PIC 9(02).
011753     05  WS-DOW-TERM                 PIC 9(04).
011754     05  WS-DOW-SUM                  PIC 9(05).
011755     05  WS-DOW-QUOTIENT             PIC 9(05).
011756     05  WS-DOW-DAY                  PIC 9(01).
011757         88  WS-DOW-WEEKEND          VALUE 0 1.
011758*
011759*    VALUE LIMITS OFF THE HVLIMIT CARDS - ENTRY 1 IS THE SHOP-WIDE
011760*    CARD (SCOPE 00), ENTRIES 2-11 BRANCHES 01-10. A BRANCH WITH
011761*    NO CARD, OR A ZERO ON ITS CARD, TAKES THE SHOP LIMIT
011762 01  WS-LIMIT-TABLE.
011763     05  WS-LMT-ENTRY OCCURS 11 TIMES INDEXED BY LMT-IDX.
011764         10  WS-LMT-LOADED           PIC X(01) VALUE "N".
011765             88  WS-LMT-CARD-LOADED  VALUE "Y".
011766         10  WS-LMT-NUMA             PIC 9(09) VALUE ZERO.
011767         10  WS-LMT-NUMB             PIC 9(09) VALUE ZERO.
011768 01  WS-LIMIT-SLOT                   PIC 9(02) VALUE ZERO.
011769 01  WS-LIMIT-CARD-COUNT             PIC 9(04) COMP VALUE ZERO.
011770*
011771*    THE LIMITS THAT APPLY TO THE RECORD IN HAND, THE SCOPE THEY
011772*    CAME FROM, AND ITS AMOUNTS AS NUMBERS
011773 01  WS-APPLY-SCOPE                  PIC X(02) VALUE SPACES.
011774 01  WS-APPLY-NUMA-LIMIT             PIC 9(09) VALUE ZERO.
011775 01  WS-APPLY-NUMB-LIMIT             PIC 9(09) VALUE ZERO.
011776 01  WS-CHECK-NUMA                   PIC 9(09) VALUE ZERO.
011777 01  WS-CHECK-NUMB                   PIC 9(09) VALUE ZERO.
011778*
011779*    QUEUE ITEMS RELEASED BY A SUPERVISOR WHOSE KEYS ARE ON
011780*    TODAY'S HOLDREL - THEY ARE LET PAST THEIR LIMIT, FLAGGED WHEN
011781*    WRITTEN TO TRANIN AND MARKED RE-ENTERED AFTER A CLEAN RUN.
011782*    HOLDREG RELEASES ONE ITEM PER CARD, SO A DAY THAT OVERFLOWS
011783*    THE TABLE ABORTS RATHER THAN HOLDING AGAIN
011784 01  WS-HOLD-RELEASE-TABLE.
011785     05  WS-HRT-COUNT                PIC 9(04) COMP VALUE ZERO.
011786     05  WS-HRT-ENTRY OCCURS 1000 TIMES INDEXED BY HRT-IDX.
011787         10  WS-HRT-KEY              PIC X(10).
011788         10  WS-HRT-HOLD-DATE        PIC 9(08).
011789         10  WS-HRT-WRITTEN-SWITCH   PIC X(01).
011790             88  WS-HRT-WRITTEN      VALUE "Y".
011791*
011800*    WORK AREAS USED TO BUILD EACH EDIT REPORT LINE
011900 01  WS-EDT-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
011910 01  WS-EDT-WINDOW-ECHO              PIC ZZ9.
011920 01  WS-EDT-LIMIT-NUMA               PIC X(11).
011930 01  WS-EDT-LIMIT-NUMB               PIC X(11).
011940 01  WS-EDT-LIMIT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.
012000*
012100 PROCEDURE DIVISION.
012200*
012700         PERFORM 2000-EDIT-TRANSACTION
012800             THRU 2000-EDIT-TRANSACTION-EXIT
012900             UNTIL WS-EOF OR WS-ABORT-RUN
012910         IF NOT WS-ABORT-RUN
012920             PERFORM 7000-AGE-KEY-HISTORY
012930                 THRU 7000-AGE-KEY-HISTORY-EXIT
012940         END-IF
012950         IF NOT WS-ABORT-RUN
012960             PERFORM 7300-MARK-HOLDS-REENTERED
012970                 THRU 7300-MARK-HOLDS-REENTERED-EXIT
012980         END-IF
013000         PERFORM 8000-EDIT-REPORT
013100             THRU 8000-EDIT-REPORT-EXIT
013102         IF NOT WS-ABORT-RUN
013104             PERFORM 8950-UNWRITTEN-RELEASES
013106                 THRU 8950-UNWRITTEN-RELEASES-EXIT
013108         END-IF
013110         IF NOT WS-ABORT-RUN
013120             PERFORM 8900-WRITE-STEP-CONTROL
013130                 THRU 8900-WRITE-STEP-CONTROL-EXIT
013600*
013700*    OPENS THE RAW TRANSACTION FILE AND CHECKS THE FILE STATUS
013800*    BEFORE OPENING THE OUTPUT FILES - A MISSING OR UNREADABLE
013900*    INPUT ABORTS THE RUN RATHER THAN CERTIFYING AN EMPTY TRANIN.
013910*    THE CALENDAR, THE CROSS-DAY WINDOW AND TODAY'S RECYCLED KEYS
013920*    ARE SET UP FIRST, AND THE KEY HISTORY MUST OPEN AS WELL
013930*    THE VALUE LIMITS ARE LOADED, AND THE HOLD QUEUE MUST OPEN SO
013940*    A RERUN'S PENDING HOLDS CAN BE CLEARED AND TODAY'S RELEASES
013950*    FOUND ON IT
014000 1000-INITIALIZE.
014010     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
014020     IF PARM-BUSINESS-DATE IS NUMERIC
014040     ELSE
014050         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
014060     END-IF.
014061     IF PARM-DUP-WINDOW IS NUMERIC
014062         MOVE PARM-DUP-WINDOW TO WS-DUP-WINDOW-DAYS
014063     END-IF.
014064     IF WS-DUP-WINDOW-DAYS = ZERO
014065         MOVE 5 TO WS-DUP-WINDOW-DAYS
014066     END-IF.
014067*    THE WINDOW IS COUNTED BACK OFF THE BUSINESS DATE, SO A DATE
014068*    NO CALENDAR HOLDS CANNOT BE WORKED WITH
014069     IF WS-BUSINESS-MONTH < 1 OR WS-BUSINESS-MONTH > 12
014070             OR WS-BUSINESS-DAY-OF-MONTH < 1
014071             OR WS-BUSINESS-DAY-OF-MONTH > 31
014072         DISPLAY "TRANEDIT: INVALID BUSINESS DATE "
014073             WS-BUSINESS-DATE " - RUN ABORTED"
014074         SET WS-ABORT-RUN TO TRUE
014075         GO TO 1000-INITIALIZE-EXIT
014076     END-IF.
014077     PERFORM 9100-LOAD-CALENDAR
014078         THRU 9100-LOAD-CALENDAR-EXIT.
014079     IF WS-CAL-UNREADABLE
014080         DISPLAY "TRANEDIT: BUSINESS CALENDAR UNREADABLE - RUN"
014081             " ABORTED"
014082         SET WS-ABORT-RUN TO TRUE
014083         GO TO 1000-INITIALIZE-EXIT
014084     END-IF.
014085     PERFORM 1100-SET-HISTORY-WINDOW
014086         THRU 1100-SET-HISTORY-WINDOW-EXIT.
014087     PERFORM 1200-LOAD-RECYCLED-KEYS
014088         THRU 1200-LOAD-RECYCLED-KEYS-EXIT.
014089     IF WS-ABORT-RUN
014090         GO TO 1000-INITIALIZE-EXIT
014091     END-IF.
014092     PERFORM 1300-LOAD-VALUE-LIMITS
014093         THRU 1300-LOAD-VALUE-LIMITS-EXIT.
014094     IF WS-ABORT-RUN
014095         GO TO 1000-INITIALIZE-EXIT
014096     END-IF.
014100     OPEN INPUT RAW-TRAN-FILE.
014200     IF NOT WS-RAW-TRAN-OK
014300         DISPLAY "TRANEDIT: UNABLE TO OPEN RAW-TRAN-FILE, FILE"
014400             " STATUS=" WS-RAW-TRAN-STATUS
014500         SET WS-ABORT-RUN TO TRUE
014600         GO TO 1000-INITIALIZE-EXIT
015200     END-IF.
015202     OPEN I-O KEY-HISTORY-FILE.
015204     IF NOT WS-KEY-HISTORY-OK
015206         DISPLAY "TRANEDIT: UNABLE TO OPEN KEY-HISTORY-FILE, FILE"
015208             " STATUS=" WS-KEY-HISTORY-STATUS
015210         SET WS-ABORT-RUN TO TRUE
015212         CLOSE RAW-TRAN-FILE
015214         GO TO 1000-INITIALIZE-EXIT
015216     END-IF.
015218     OPEN INPUT CUSTOMER-MASTER.
015220     IF NOT WS-MASTER-OK
015222         DISPLAY "TRANEDIT: UNABLE TO OPEN CUSTOMER-MASTER, FILE"
015224             " STATUS=" WS-MASTER-STATUS
015226         SET WS-ABORT-RUN TO TRUE
015228         CLOSE RAW-TRAN-FILE
015230         CLOSE KEY-HISTORY-FILE
015232         GO TO 1000-INITIALIZE-EXIT
015234     END-IF.
015236     OPEN I-O HOLD-QUEUE-FILE.
015238     IF NOT WS-HOLD-QUEUE-OK
015240         DISPLAY "TRANEDIT: UNABLE TO OPEN HOLD-QUEUE-FILE, FILE"
015242             " STATUS=" WS-HOLD-QUEUE-STATUS
015244         SET WS-ABORT-RUN TO TRUE
015246         CLOSE RAW-TRAN-FILE
015248         CLOSE KEY-HISTORY-FILE
015250         CLOSE CUSTOMER-MASTER
015252         GO TO 1000-INITIALIZE-EXIT
015254     END-IF.
015256     PERFORM 1400-CLEAR-TODAYS-HOLDS
015258         THRU 1400-CLEAR-TODAYS-HOLDS-EXIT.
015260     IF NOT WS-ABORT-RUN
015262         PERFORM 1500-LOAD-HOLD-RELEASES
015264             THRU 1500-LOAD-HOLD-RELEASES-EXIT
015266     END-IF.
015268     IF WS-ABORT-RUN
015270         CLOSE RAW-TRAN-FILE
015272         CLOSE KEY-HISTORY-FILE
015274         CLOSE CUSTOMER-MASTER
015276         CLOSE HOLD-QUEUE-FILE
015278         GO TO 1000-INITIALIZE-EXIT
015280     END-IF.
015282     OPEN OUTPUT CLEAN-TRAN-FILE.
015284     OPEN OUTPUT REJECT-FILE.
015286     OPEN OUTPUT EDIT-REPORT-FILE.
015288     SET WS-FILES-OPEN TO TRUE.
015290     PERFORM 2100-READ-RAW-TRAN
015292         THRU 2100-READ-RAW-TRAN-EXIT.
015300 1000-INITIALIZE-EXIT.
015301     EXIT.
015302*
015303*    COUNTS BACK THE WINDOW'S BUSINESS DAYS FROM THE BUSINESS DATE
015304*    - THE LAST DAY REACHED IS THE OLDEST DATE A KEY IS STILL
015305*    REMEMBERED UNDER
015306 1100-SET-HISTORY-WINDOW.
015307     MOVE WS-BUSINESS-DATE TO WS-CAL-TEST-DATE.
015308     MOVE ZERO TO WS-WINDOW-DAY-COUNT.
015309     PERFORM 1110-STEP-BACK-ONE-DAY
015310         THRU 1110-STEP-BACK-ONE-DAY-EXIT
015311         UNTIL WS-WINDOW-DAY-COUNT >= WS-DUP-WINDOW-DAYS.
015312     MOVE WS-CAL-TEST-DATE TO WS-WINDOW-START-DATE.
015313 1100-SET-HISTORY-WINDOW-EXIT.
015314     EXIT.
015315*
015316 1110-STEP-BACK-ONE-DAY.
015317     PERFORM 9300-BACK-TEST-DATE
015318         THRU 9300-BACK-TEST-DATE-EXIT.
015319     PERFORM 9200-TEST-BUSINESS-DAY
015320         THRU 9200-TEST-BUSINESS-DAY-EXIT.
015321     IF WS-BUSINESS-DAY
015322         ADD 1 TO WS-WINDOW-DAY-COUNT
015323     END-IF.
015324 1110-STEP-BACK-ONE-DAY-EXIT.
015325     EXIT.
015326*
015327*    LOADS THE KEYS EXCSUSP RELEASED YESTERDAY - TRANMRG HAS
015328*    MERGED THE SAME FILE INTO TODAY'S RAW FILE, AND THOSE KEYS
015329*    ARE ON THE HISTORY FROM THE DAY THEY FIRST CAME IN, SO THEY
015330*    MUST BE LET BACK IN RATHER THAN REJECTED AS REPEATS
015331 1200-LOAD-RECYCLED-KEYS.
015332     MOVE ZERO TO WS-RCY-COUNT.
015333     OPEN INPUT RELEASE-FILE.
015334     IF WS-RELEASE-MISSING
015335         GO TO 1200-LOAD-RECYCLED-KEYS-EXIT
015336     END-IF.
015337     IF NOT WS-RELEASE-OK
015338         DISPLAY "TRANEDIT: UNABLE TO OPEN RELEASE-FILE, FILE"
015339             " STATUS=" WS-RELEASE-STATUS
015340         SET WS-ABORT-RUN TO TRUE
015341         GO TO 1200-LOAD-RECYCLED-KEYS-EXIT
015342     END-IF.
015343     PERFORM 1210-READ-RELEASE
015344         THRU 1210-READ-RELEASE-EXIT.
015345     PERFORM 1220-STORE-RECYCLED-KEY
015346         THRU 1220-STORE-RECYCLED-KEY-EXIT
015347         UNTIL WS-REL-EOF OR WS-ABORT-RUN.
015348     CLOSE RELEASE-FILE.
015349 1200-LOAD-RECYCLED-KEYS-EXIT.
015350     EXIT.
015351*
015352 1210-READ-RELEASE.
015353     READ RELEASE-FILE
015354         AT END
015355             SET WS-REL-EOF TO TRUE
015356     END-READ.
015357 1210-READ-RELEASE-EXIT.
015358     EXIT.
015359*
015360 1220-STORE-RECYCLED-KEY.
015361     IF WS-RCY-COUNT >= 1000
015362         DISPLAY "TRANEDIT: RECYCLED KEY TABLE FULL - RUN ABORTED"
015363         SET WS-ABORT-RUN TO TRUE
015364         GO TO 1220-STORE-RECYCLED-KEY-EXIT
015365     END-IF.
015366     ADD 1 TO WS-RCY-COUNT.
015367     SET RCY-IDX TO WS-RCY-COUNT.
015368     MOVE REL-TRAN-KEY TO WS-RCY-KEY (RCY-IDX).
015369     PERFORM 1210-READ-RELEASE
015370         THRU 1210-READ-RELEASE-EXIT.
015371 1220-STORE-RECYCLED-KEY-EXIT.
015372     EXIT.
015373*
015374*    LOADS THE VALUE LIMIT CARDS - A MISSING FILE MEANS NO LIMIT
015375*    IS IN FORCE. A CARD WITH A SCOPE OUTSIDE 00-10, A NON-NUMERIC
015376*    LIMIT OR A SCOPE ALREADY CARDED ABORTS THE RUN RATHER THAN
015377*    LETTING ITEMS THROUGH AGAINST A LIMIT NOBODY MEANT
015378 1300-LOAD-VALUE-LIMITS.
015379     MOVE ZERO TO WS-LIMIT-CARD-COUNT.
015380     OPEN INPUT LIMIT-FILE.
015381     IF NOT WS-LIMIT-OK
015382         DISPLAY "TRANEDIT: UNABLE TO OPEN LIMIT-FILE, FILE"
015383             " STATUS=" WS-LIMIT-STATUS
015384         SET WS-ABORT-RUN TO TRUE
015385         GO TO 1300-LOAD-VALUE-LIMITS-EXIT
015386     END-IF.
015387     IF WS-LIMIT-NOT-THERE
015388         DISPLAY "TRANEDIT: NO VALUE LIMIT FILE - NOTHING IS HELD"
015389             " FOR VALUE"
015390         CLOSE LIMIT-FILE
015391         GO TO 1300-LOAD-VALUE-LIMITS-EXIT
015392     END-IF.
015393     PERFORM 1310-READ-LIMIT
015394         THRU 1310-READ-LIMIT-EXIT.
015395     PERFORM 1320-STORE-LIMIT
015396         THRU 1320-STORE-LIMIT-EXIT
015397         UNTIL WS-LIM-EOF OR WS-ABORT-RUN.
015398     CLOSE LIMIT-FILE.
015399 1300-LOAD-VALUE-LIMITS-EXIT.
015400     EXIT.
015401*
015402 1310-READ-LIMIT.
015403     READ LIMIT-FILE
015404         AT END
015405             SET WS-LIM-EOF TO TRUE
015406             GO TO 1310-READ-LIMIT-EXIT
015407     END-READ.
015408     IF WS-LIMIT-STATUS NOT = "00"
015409         DISPLAY "TRANEDIT: LIMIT-FILE READ ERROR, FILE STATUS="
015410             WS-LIMIT-STATUS
015411         SET WS-ABORT-RUN TO TRUE
015412     END-IF.
015413 1310-READ-LIMIT-EXIT.
015414     EXIT.
015415*
015416 1320-STORE-LIMIT.
015417     IF HVL-SCOPE IS NOT NUMERIC
015418             OR HVL-SCOPE > "10"
015419             OR HVL-NUMA-LIMIT IS NOT NUMERIC
015420             OR HVL-NUMB-LIMIT IS NOT NUMERIC
015421         DISPLAY "TRANEDIT: INVALID VALUE LIMIT CARD - " HVL-SCOPE
015422             " " HVL-NUMA-LIMIT " " HVL-NUMB-LIMIT
015423             " - RUN ABORTED"
015424         SET WS-ABORT-RUN TO TRUE
015425         GO TO 1320-STORE-LIMIT-EXIT
015426     END-IF.
015427     MOVE HVL-SCOPE TO WS-LIMIT-SLOT.
015428     ADD 1 TO WS-LIMIT-SLOT.
015429     SET LMT-IDX TO WS-LIMIT-SLOT.
015430     IF WS-LMT-CARD-LOADED (LMT-IDX)
015431         DISPLAY "TRANEDIT: SECOND VALUE LIMIT CARD FOR SCOPE "
015432             HVL-SCOPE " - RUN ABORTED"
015433         SET WS-ABORT-RUN TO TRUE
015434         GO TO 1320-STORE-LIMIT-EXIT
015435     END-IF.
015436     SET WS-LMT-CARD-LOADED (LMT-IDX) TO TRUE.
015437     MOVE HVL-NUMA-LIMIT TO WS-LMT-NUMA (LMT-IDX).
015438     MOVE HVL-NUMB-LIMIT TO WS-LMT-NUMB (LMT-IDX).
015439     ADD 1 TO WS-LIMIT-CARD-COUNT.
015440     PERFORM 1310-READ-LIMIT
015441         THRU 1310-READ-LIMIT-EXIT.
015442 1320-STORE-LIMIT-EXIT.
015443     EXIT.
015444*
015445*    A RERUN OF THE DAY HOLDS ITS ITEMS AGAIN, SO EVERY ITEM STILL
015446*    PENDING UNDER TODAY'S BUSINESS DATE IS TAKEN OFF THE QUEUE
015447*    FIRST. AN ITEM A SUPERVISOR HAS ALREADY DECIDED IS KEPT
015448 1400-CLEAR-TODAYS-HOLDS.
015449     MOVE "N" TO WS-HQ-EOF-SWITCH.
015450     MOVE LOW-VALUES TO HQ-ITEM-ID.
015451     START HOLD-QUEUE-FILE
015452         KEY IS NOT LESS THAN HQ-ITEM-ID
015453         INVALID KEY
015454             GO TO 1400-CLEAR-TODAYS-HOLDS-EXIT
015455     END-START.
015456     PERFORM 1410-READ-NEXT-HOLD
015457         THRU 1410-READ-NEXT-HOLD-EXIT.
015458     PERFORM 1420-CLEAR-ONE-HOLD
015459         THRU 1420-CLEAR-ONE-HOLD-EXIT
015460         UNTIL WS-HQ-EOF OR WS-ABORT-RUN.
015461 1400-CLEAR-TODAYS-HOLDS-EXIT.
015462     EXIT.
015463*
015464 1410-READ-NEXT-HOLD.
015465     READ HOLD-QUEUE-FILE NEXT RECORD
015466         AT END
015467             SET WS-HQ-EOF TO TRUE
015468     END-READ.
015469 1410-READ-NEXT-HOLD-EXIT.
015470     EXIT.
015471*
015472 1420-CLEAR-ONE-HOLD.
015473     IF HQ-PENDING AND HQ-HOLD-DATE = WS-BUSINESS-DATE
015474         DELETE HOLD-QUEUE-FILE RECORD
015475             INVALID KEY
015476                 DISPLAY "TRANEDIT: HOLD-QUEUE-FILE DELETE"
015477                     " ERROR, FILE STATUS="
015478                     WS-HOLD-QUEUE-STATUS
015479                 SET WS-ABORT-RUN TO TRUE
015480                 GO TO 1420-CLEAR-ONE-HOLD-EXIT
015481         END-DELETE
015482         ADD 1 TO WS-HOLD-CLEARED-COUNT
015483     END-IF.
015484     PERFORM 1410-READ-NEXT-HOLD
015485         THRU 1410-READ-NEXT-HOLD-EXIT.
015486 1420-CLEAR-ONE-HOLD-EXIT.
015487     EXIT.
015488*
015489*    LOADS THE HELD ITEMS RELEASED FOR TODAY - EACH KEY ON HOLDREL
015490*    IS LOOKED UP ON THE QUEUE FOR AN ITEM STILL RELEASED (OR ONE
015491*    ALREADY RE-ENTERED UNDER TODAY'S DATE, FOR A RERUN). A KEY
015492*    WITH NO SUCH ITEM IS SHOWN AND COUNTED, AND ITS RECORD IS
015493*    EDITED LIKE ANY OTHER, SO A STALE HOLDREL CANNOT LET AN ITEM
015494*    PAST ITS LIMIT TWICE
015495 1500-LOAD-HOLD-RELEASES.
015496     INITIALIZE WS-HOLD-RELEASE-TABLE.
015497     OPEN INPUT HOLD-RELEASE-FILE.
015498     IF WS-HOLD-RELEASE-MISSING
015499         GO TO 1500-LOAD-HOLD-RELEASES-EXIT
015500     END-IF.
015501     IF NOT WS-HOLD-RELEASE-OK
015502         DISPLAY "TRANEDIT: UNABLE TO OPEN HOLD-RELEASE-FILE,"
015503             " FILE STATUS=" WS-HOLD-RELEASE-STATUS
015504         SET WS-ABORT-RUN TO TRUE
015505         GO TO 1500-LOAD-HOLD-RELEASES-EXIT
015506     END-IF.
015507     PERFORM 1510-READ-HOLD-RELEASE
015508         THRU 1510-READ-HOLD-RELEASE-EXIT.
015509     PERFORM 1520-MATCH-HOLD-RELEASE
015510         THRU 1520-MATCH-HOLD-RELEASE-EXIT
015511         UNTIL WS-HRL-EOF OR WS-ABORT-RUN.
015512     CLOSE HOLD-RELEASE-FILE.
015513 1500-LOAD-HOLD-RELEASES-EXIT.
015514     EXIT.
015515*
015516 1510-READ-HOLD-RELEASE.
015517     READ HOLD-RELEASE-FILE
015518         AT END
015519             SET WS-HRL-EOF TO TRUE
015520     END-READ.
015521 1510-READ-HOLD-RELEASE-EXIT.
015522     EXIT.
015523*
015524 1520-MATCH-HOLD-RELEASE.
015525     MOVE "N" TO WS-HQ-MATCHED-SWITCH.
015526     MOVE "N" TO WS-HQ-EOF-SWITCH.
015527     MOVE HRL-TRAN-KEY TO HQ-TRAN-KEY.
015528     MOVE ZERO TO HQ-HOLD-DATE.
015529     START HOLD-QUEUE-FILE
015530         KEY IS NOT LESS THAN HQ-ITEM-ID
015531         INVALID KEY
015532             SET WS-HQ-EOF TO TRUE
015533     END-START.
015534     IF NOT WS-HQ-EOF
015535         PERFORM 1410-READ-NEXT-HOLD
015536             THRU 1410-READ-NEXT-HOLD-EXIT
015537     END-IF.
015538     PERFORM 1530-TEST-RELEASED-HOLD
015539         THRU 1530-TEST-RELEASED-HOLD-EXIT
015540         UNTIL WS-HQ-EOF OR WS-HQ-MATCHED OR WS-ABORT-RUN.
015541     IF NOT WS-HQ-MATCHED AND NOT WS-ABORT-RUN
015542         DISPLAY "TRANEDIT: HOLD RELEASE NOT ON THE QUEUE - "
015543             HRL-TRAN-KEY
015544         ADD 1 TO WS-HOLD-UNMATCHED-COUNT
015545     END-IF.
015546     PERFORM 1510-READ-HOLD-RELEASE
015547         THRU 1510-READ-HOLD-RELEASE-EXIT.
015548 1520-MATCH-HOLD-RELEASE-EXIT.
015549     EXIT.
015550*
015551*    ONE QUEUE ITEM UNDER THE RELEASED KEY - THE FIRST ONE STILL
015552*    RELEASED (OR RE-ENTERED TODAY) AND NOT ALREADY TABLED IS THE
015553*    ITEM COMING BACK
015554 1530-TEST-RELEASED-HOLD.
015555     IF HQ-TRAN-KEY NOT = HRL-TRAN-KEY
015556         SET WS-HQ-EOF TO TRUE
015557         GO TO 1530-TEST-RELEASED-HOLD-EXIT
015558     END-IF.
015559     IF HQ-RELEASED
015560             OR (HQ-REENTERED
015561                 AND HQ-REENTRY-DATE = WS-BUSINESS-DATE)
015562         PERFORM 1540-STORE-HOLD-RELEASE
015563             THRU 1540-STORE-HOLD-RELEASE-EXIT
015564     END-IF.
015565     IF NOT WS-HQ-MATCHED
015566         PERFORM 1410-READ-NEXT-HOLD
015567             THRU 1410-READ-NEXT-HOLD-EXIT
015568     END-IF.
015569 1530-TEST-RELEASED-HOLD-EXIT.
015570     EXIT.
015571*
015572 1540-STORE-HOLD-RELEASE.
015573     MOVE "N" TO WS-HRT-FOUND-SWITCH.
015574     IF WS-HRT-COUNT > ZERO
015575         SET HRT-IDX TO 1
015576         SEARCH WS-HRT-ENTRY
015577             AT END
015578                 CONTINUE
015579             WHEN HRT-IDX > WS-HRT-COUNT
015580                 CONTINUE
015581             WHEN WS-HRT-KEY (HRT-IDX) = HQ-TRAN-KEY
015582                     AND WS-HRT-HOLD-DATE (HRT-IDX) = HQ-HOLD-DATE
015583                 SET WS-HRT-FOUND TO TRUE
015584         END-SEARCH
015585     END-IF.
015586     IF WS-HRT-FOUND
015587         GO TO 1540-STORE-HOLD-RELEASE-EXIT
015588     END-IF.
015589     IF WS-HRT-COUNT >= 1000
015590         DISPLAY "TRANEDIT: HOLD RELEASE TABLE FULL - RUN ABORTED"
015591         SET WS-ABORT-RUN TO TRUE
015592         GO TO 1540-STORE-HOLD-RELEASE-EXIT
015593     END-IF.
015594     ADD 1 TO WS-HRT-COUNT.
015595     SET HRT-IDX TO WS-HRT-COUNT.
015596     MOVE HQ-TRAN-KEY TO WS-HRT-KEY (HRT-IDX).
015597     MOVE HQ-HOLD-DATE TO WS-HRT-HOLD-DATE (HRT-IDX).
015598     SET WS-HQ-MATCHED TO TRUE.
015599 1540-STORE-HOLD-RELEASE-EXIT.
015600     EXIT.
015601*
015602*    EDITS ONE RAW RECORD - THE FIRST FAILING EDIT REJECTS THE
015700*    RECORD WITH THAT REASON CODE; A RECORD THAT PASSES EVERY
015800*    EDIT IS WRITTEN TO THE CLEAN FILE AND ITS KEY REMEMBERED
015900*    FOR THE DUPLICATE CHECK ON LATER RECORDS
016000 2000-EDIT-TRANSACTION.
016100     ADD 1 TO WS-READ-COUNT.
016200     MOVE "N" TO WS-REJECT-SWITCH.
016210     MOVE "N" TO WS-HOLD-SWITCH.
016300     MOVE SPACES TO WS-TRAN-WORK.
016400     IF WS-RAW-REC-LEN > 80
016500         MOVE RAW-TRAN-RECORD (1:80) TO WS-TRAN-WORK
016900     PERFORM 3000-VALIDATE-RECORD
017000         THRU 3000-VALIDATE-RECORD-EXIT.
017100     IF NOT WS-RECORD-REJECTED AND NOT WS-ABORT-RUN
017110         IF WS-RECORD-HELD
017120             PERFORM 4200-WRITE-HOLD
017130                 THRU 4200-WRITE-HOLD-EXIT
017140         ELSE
017150             PERFORM 4000-WRITE-CLEAN
017160                 THRU 4000-WRITE-CLEAN-EXIT
017170         END-IF
017400     END-IF.
017500     IF NOT WS-ABORT-RUN
017600         PERFORM 2100-READ-RAW-TRAN
018800     EXIT.
018900*
019000*    RUNS THE EDITS IN A FIXED ORDER - RECORD LENGTH, BLANK KEY,
019100*    NON-NUMERIC AMOUNTS, DATE, DUPLICATE KEY IN THIS FILE, KEY
019110*    ALREADY ACCEPTED ON AN EARLIER DAY, CUSTOMER STATUS - AND
019200*    REJECTS ON THE FIRST FAILURE SO EACH REJECT CARRIES ONE
019210*    CLEAR REASON. A RECORD THAT PASSES THEM ALL IS THEN JUDGED
019220*    AGAINST ITS VALUE LIMITS AND HELD IF IT IS OVER
019300 3000-VALIDATE-RECORD.
019400     IF WS-RAW-REC-LEN < 28
019500         ADD 1 TO WS-REJ-SHORT-COUNT
023300         MOVE "KEYD" TO REJ-REASON-CODE
023400         PERFORM 3900-WRITE-REJECT
023500             THRU 3900-WRITE-REJECT-EXIT
023505         GO TO 3000-VALIDATE-RECORD-EXIT
023600     END-IF.
023602     PERFORM 3200-CHECK-KEY-HISTORY
023604         THRU 3200-CHECK-KEY-HISTORY-EXIT.
023606     IF WS-XDUP-FOUND
023608         ADD 1 TO WS-REJ-XDUP-COUNT
023610         PERFORM 3250-COUNT-XDUP-BRANCH
023612             THRU 3250-COUNT-XDUP-BRANCH-EXIT
023614         MOVE "KEYX" TO REJ-REASON-CODE
023616         PERFORM 3900-WRITE-REJECT
023618             THRU 3900-WRITE-REJECT-EXIT
023620         GO TO 3000-VALIDATE-RECORD-EXIT
023622     END-IF.
023624*    THE KEY IS THE CUSTOMER - IT MUST BE ON THE MASTER AND THE
023626*    ACCOUNT MUST STILL BE ABLE TO TAKE ACTIVITY
023628     MOVE WS-TRAN-KEY TO CMS-CUST-ID.
023630     READ CUSTOMER-MASTER
023632         INVALID KEY
023634             ADD 1 TO WS-REJ-CUST-UNKNOWN-COUNT
023636             MOVE "CUSU" TO REJ-REASON-CODE
023638             PERFORM 3900-WRITE-REJECT
023640                 THRU 3900-WRITE-REJECT-EXIT
023642             GO TO 3000-VALIDATE-RECORD-EXIT
023644     END-READ.
023646     IF WS-MASTER-STATUS NOT = "00"
023648         DISPLAY "TRANEDIT: CUSTOMER-MASTER READ ERROR, FILE"
023650             " STATUS=" WS-MASTER-STATUS
023652         SET WS-ABORT-RUN TO TRUE
023654         GO TO 3000-VALIDATE-RECORD-EXIT
023656     END-IF.
023658     IF CMS-STATUS-BLOCKED
023660         ADD 1 TO WS-REJ-CUST-BLOCKED-COUNT
023662         MOVE "CUSB" TO REJ-REASON-CODE
023664         PERFORM 3900-WRITE-REJECT
023666             THRU 3900-WRITE-REJECT-EXIT
023668         GO TO 3000-VALIDATE-RECORD-EXIT
023670     END-IF.
023672     IF CMS-STATUS-CLOSED
023674         ADD 1 TO WS-REJ-CUST-CLOSED-COUNT
023676         MOVE "CUSC" TO REJ-REASON-CODE
023678         PERFORM 3900-WRITE-REJECT
023680             THRU 3900-WRITE-REJECT-EXIT
023682         GO TO 3000-VALIDATE-RECORD-EXIT
023684     END-IF.
023686     PERFORM 3300-CHECK-VALUE-LIMIT
023688         THRU 3300-CHECK-VALUE-LIMIT-EXIT.
023700 3000-VALIDATE-RECORD-EXIT.
023800     EXIT.
023900*
025686 3150-FIND-MONTH-LENGTH-EXIT.
025688     EXIT.
025700*
025701*    LOOKS THE KEY UP ON THE HISTORY - A KEY LAST ACCEPTED INSIDE
025702*    THE WINDOW UNDER AN EARLIER (OR LATER) BUSINESS DATE IS A
025703*    REPEAT UNLESS IT IS ON TODAY'S RELOUT. A KEY ACCEPTED UNDER
025704*    TODAY'S DATE IS A RERUN OF THIS SAME DAY AND IS LET THROUGH
025705 3200-CHECK-KEY-HISTORY.
025706     MOVE "N" TO WS-XDUP-FOUND-SWITCH.
025707     MOVE "N" TO WS-HIST-ON-FILE-SWITCH.
025708     MOVE WS-TRAN-KEY TO KHS-TRAN-KEY.
025709     READ KEY-HISTORY-FILE
025710         INVALID KEY
025711             GO TO 3200-CHECK-KEY-HISTORY-EXIT
025712     END-READ.
025713     IF WS-KEY-HISTORY-STATUS NOT = "00"
025714         DISPLAY "TRANEDIT: KEY-HISTORY-FILE READ ERROR, FILE"
025715             " STATUS=" WS-KEY-HISTORY-STATUS
025716         SET WS-ABORT-RUN TO TRUE
025717         GO TO 3200-CHECK-KEY-HISTORY-EXIT
025718     END-IF.
025719     SET WS-HIST-ON-FILE TO TRUE.
025720     IF KHS-BUSINESS-DATE < WS-WINDOW-START-DATE
025721             OR KHS-BUSINESS-DATE = WS-BUSINESS-DATE
025722         GO TO 3200-CHECK-KEY-HISTORY-EXIT
025723     END-IF.
025724     MOVE "N" TO WS-RECYCLED-SWITCH.
025725     IF WS-RCY-COUNT > ZERO
025726         SET RCY-IDX TO 1
025727         SEARCH WS-RCY-KEY
025728             AT END
025729                 CONTINUE
025730             WHEN RCY-IDX > WS-RCY-COUNT
025731                 CONTINUE
025732             WHEN WS-RCY-KEY (RCY-IDX) = WS-TRAN-KEY
025733                 SET WS-KEY-RECYCLED TO TRUE
025734         END-SEARCH
025735     END-IF.
025736     IF WS-KEY-RECYCLED
025737         ADD 1 TO WS-RECYCLE-ALLOWED-COUNT
025738         GO TO 3200-CHECK-KEY-HISTORY-EXIT
025739     END-IF.
025740*    A HELD ITEM A SUPERVISOR RELEASED COMES BACK THE SAME WAY
025741     PERFORM 3210-FIND-HOLD-RELEASE
025742         THRU 3210-FIND-HOLD-RELEASE-EXIT.
025743     IF WS-HOLD-RELEASED
025744         ADD 1 TO WS-RECYCLE-ALLOWED-COUNT
025745     ELSE
025746         SET WS-XDUP-FOUND TO TRUE
025747     END-IF.
025748 3200-CHECK-KEY-HISTORY-EXIT.
025749     EXIT.
025750*
025751*    LOOKS THE KEY UP AMONG TODAY'S HOLD RELEASES
025752 3210-FIND-HOLD-RELEASE.
025753     MOVE "N" TO WS-HOLD-RELEASED-SWITCH.
025754     IF WS-HRT-COUNT > ZERO
025755         SET HRT-IDX TO 1
025756         SEARCH WS-HRT-ENTRY
025757             AT END
025758                 CONTINUE
025759             WHEN HRT-IDX > WS-HRT-COUNT
025760                 CONTINUE
025761             WHEN WS-HRT-KEY (HRT-IDX) = WS-TRAN-KEY
025762                 SET WS-HOLD-RELEASED TO TRUE
025763         END-SEARCH
025764     END-IF.
025765 3210-FIND-HOLD-RELEASE-EXIT.
025766     EXIT.
025767*
025768*    COUNTS A CROSS-DAY REPEAT UNDER THE BRANCH STAMP TRANMRG PUT
025769*    ON IT, WIDENING THAT BRANCH'S RANGE OF PRIOR DATES
025770 3250-COUNT-XDUP-BRANCH.
025771     IF WS-TRAN-BRANCH IS NOT NUMERIC
025772             OR WS-TRAN-BRANCH < "01"
025773             OR WS-TRAN-BRANCH > "10"
025774         ADD 1 TO WS-XDUP-UNSTAMPED-COUNT
025775         GO TO 3250-COUNT-XDUP-BRANCH-EXIT
025776     END-IF.
025777     MOVE WS-TRAN-BRANCH TO WS-XDUP-BRANCH-NO.
025778     SET XDB-IDX TO WS-XDUP-BRANCH-NO.
025779     ADD 1 TO WS-XDB-COUNT (XDB-IDX).
025780     IF WS-XDB-LOW-DATE (XDB-IDX) = ZERO
025781             OR KHS-BUSINESS-DATE < WS-XDB-LOW-DATE (XDB-IDX)
025782         MOVE KHS-BUSINESS-DATE TO WS-XDB-LOW-DATE (XDB-IDX)
025783     END-IF.
025784     IF KHS-BUSINESS-DATE > WS-XDB-HIGH-DATE (XDB-IDX)
025785         MOVE KHS-BUSINESS-DATE TO WS-XDB-HIGH-DATE (XDB-IDX)
025786     END-IF.
025787 3250-COUNT-XDUP-BRANCH-EXIT.
025788     EXIT.
025789*
025790*    JUDGES BOTH AMOUNTS AGAINST THE LIMITS FOR THE RECORD'S
025791*    BRANCH - OVER MEANS STRICTLY GREATER THAN THE LIMIT. A RECORD
025792*    OVER EITHER ONE IS HELD UNLESS A SUPERVISOR ALREADY RELEASED
025793*    IT
025794 3300-CHECK-VALUE-LIMIT.
025795     MOVE "N" TO WS-NUMA-OVER-SWITCH.
025796     MOVE "N" TO WS-NUMB-OVER-SWITCH.
025797     IF WS-LIMIT-CARD-COUNT = ZERO
025798         GO TO 3300-CHECK-VALUE-LIMIT-EXIT
025799     END-IF.
025800     PERFORM 3310-SET-LIMITS
025801         THRU 3310-SET-LIMITS-EXIT.
025802     MOVE WS-TRAN-NUMA TO WS-CHECK-NUMA.
025803     MOVE WS-TRAN-NUMB TO WS-CHECK-NUMB.
025804     IF WS-APPLY-NUMA-LIMIT > ZERO
025805             AND WS-CHECK-NUMA > WS-APPLY-NUMA-LIMIT
025806         SET WS-NUMA-OVER TO TRUE
025807     END-IF.
025808     IF WS-APPLY-NUMB-LIMIT > ZERO
025809             AND WS-CHECK-NUMB > WS-APPLY-NUMB-LIMIT
025810         SET WS-NUMB-OVER TO TRUE
025811     END-IF.
025812     IF NOT WS-NUMA-OVER AND NOT WS-NUMB-OVER
025813         GO TO 3300-CHECK-VALUE-LIMIT-EXIT
025814     END-IF.
025815     PERFORM 3210-FIND-HOLD-RELEASE
025816         THRU 3210-FIND-HOLD-RELEASE-EXIT.
025817     IF WS-HOLD-RELEASED
025818         ADD 1 TO WS-HOLD-PASSED-COUNT
025819         GO TO 3300-CHECK-VALUE-LIMIT-EXIT
025820     END-IF.
025821     SET WS-RECORD-HELD TO TRUE.
025822 3300-CHECK-VALUE-LIMIT-EXIT.
025823     EXIT.
025824*
025825*    THE SHOP-WIDE LIMITS, OVERRIDDEN BY THE BRANCH'S OWN CARD FOR
025826*    EACH AMOUNT IT CARRIES A LIMIT FOR. A RECORD WITH NO VALID
025827*    BRANCH STAMP IS JUDGED ON THE SHOP LIMITS
025828 3310-SET-LIMITS.
025829     SET LMT-IDX TO 1.
025830     MOVE "00" TO WS-APPLY-SCOPE.
025831     MOVE WS-LMT-NUMA (LMT-IDX) TO WS-APPLY-NUMA-LIMIT.
025832     MOVE WS-LMT-NUMB (LMT-IDX) TO WS-APPLY-NUMB-LIMIT.
025833     IF WS-TRAN-BRANCH IS NOT NUMERIC
025834             OR WS-TRAN-BRANCH < "01"
025835             OR WS-TRAN-BRANCH > "10"
025836         GO TO 3310-SET-LIMITS-EXIT
025837     END-IF.
025838     MOVE WS-TRAN-BRANCH TO WS-LIMIT-SLOT.
025839     ADD 1 TO WS-LIMIT-SLOT.
025840     SET LMT-IDX TO WS-LIMIT-SLOT.
025841     IF NOT WS-LMT-CARD-LOADED (LMT-IDX)
025842         GO TO 3310-SET-LIMITS-EXIT
025843     END-IF.
025844     MOVE WS-TRAN-BRANCH TO WS-APPLY-SCOPE.
025845     IF WS-LMT-NUMA (LMT-IDX) > ZERO
025846         MOVE WS-LMT-NUMA (LMT-IDX) TO WS-APPLY-NUMA-LIMIT
025847     END-IF.
025848     IF WS-LMT-NUMB (LMT-IDX) > ZERO
025849         MOVE WS-LMT-NUMB (LMT-IDX) TO WS-APPLY-NUMB-LIMIT
025850     END-IF.
025851 3310-SET-LIMITS-EXIT.
025852     EXIT.
025853*
025854*    WRITES THE REJECT RECORD FOR THE CURRENT RAW RECORD - THE
025900*    REASON CODE HAS ALREADY BEEN SET BY THE FAILING EDIT
026000 3900-WRITE-REJECT.
026100     SET WS-RECORD-REJECTED TO TRUE.
026800*    WRITES THE ACCEPTED RECORD TO THE CLEAN FILE AND ADDS ITS
026900*    KEY TO THE DUPLICATE-CHECK TABLE. A RUN THAT OVERFLOWS THE
027000*    TABLE IS ABORTED - PASSING RECORDS WHOSE KEYS WERE NEVER
027100*    CHECKED WOULD DEFEAT THE POINT OF THE EDIT STEP. A RELEASED
027110*    HOLD WRITTEN HERE IS FLAGGED SO IT IS MARKED RE-ENTERED
027200 4000-WRITE-CLEAN.
027300     IF WS-KEY-COUNT >= 10000
027400         DISPLAY "TRANEDIT: KEY TABLE FULL AT RECORD "
028100         ADD 1 TO WS-ACCEPT-COUNT
028200         MOVE WS-TRAN-WORK TO CLEAN-TRAN-RECORD
028300         WRITE CLEAN-TRAN-RECORD
028310         PERFORM 4100-RECORD-KEY-HISTORY
028320             THRU 4100-RECORD-KEY-HISTORY-EXIT
028330         PERFORM 3210-FIND-HOLD-RELEASE
028340             THRU 3210-FIND-HOLD-RELEASE-EXIT
028350         IF WS-HOLD-RELEASED
028360             SET WS-HRT-WRITTEN (HRT-IDX) TO TRUE
028370         END-IF
028400     END-IF.
028500 4000-WRITE-CLEAN-EXIT.
028501     EXIT.
028502*
028503*    REMEMBERS THE ACCEPTED KEY UNDER TODAY'S BUSINESS DATE - A
028504*    KEY ALREADY ON THE HISTORY (AGED, RECYCLED OR A SAME-DAY
028505*    RERUN) IS REWRITTEN, SO THE WINDOW RUNS FROM ITS LATEST USE
028506 4100-RECORD-KEY-HISTORY.
028507     MOVE SPACES TO KEY-HISTORY-RECORD.
028508     MOVE WS-TRAN-KEY TO KHS-TRAN-KEY.
028509     MOVE WS-BUSINESS-DATE TO KHS-BUSINESS-DATE.
028510     MOVE WS-TRAN-BRANCH TO KHS-BRANCH-ID.
028511     IF WS-HIST-ON-FILE
028512         REWRITE KEY-HISTORY-RECORD
028513             INVALID KEY
028514                 DISPLAY "TRANEDIT: KEY-HISTORY-FILE REWRITE"
028515                     " ERROR, FILE STATUS="
028516                     WS-KEY-HISTORY-STATUS
028517                 SET WS-ABORT-RUN TO TRUE
028518         END-REWRITE
028519     ELSE
028520         WRITE KEY-HISTORY-RECORD
028521             INVALID KEY
028522                 DISPLAY "TRANEDIT: KEY-HISTORY-FILE WRITE"
028523                     " ERROR, FILE STATUS="
028524                     WS-KEY-HISTORY-STATUS
028525                 SET WS-ABORT-RUN TO TRUE
028526         END-WRITE
028527     END-IF.
028528 4100-RECORD-KEY-HISTORY-EXIT.
028529     EXIT.
028530*
028531*    PUTS THE HELD RECORD ON THE HOLD QUEUE INSTEAD OF TRANIN. ITS
028532*    KEY GOES IN THE DUPLICATE-CHECK TABLE, SO A SECOND RECORD
028533*    UNDER IT TODAY IS STILL REJECTED, BUT NOT ON THE KEY HISTORY
028534*    - IT HAS NOT BEEN ACCEPTED YET. AN ITEM ALREADY ON THE QUEUE
028535*    UNDER TODAY'S DATE WAS DECIDED BEFORE A RERUN AND IS LEFT AS
028536*    THE SUPERVISOR LEFT IT, BUT IS STILL COUNTED AS HELD
028537 4200-WRITE-HOLD.
028538     IF WS-KEY-COUNT >= 10000
028539         DISPLAY "TRANEDIT: KEY TABLE FULL AT RECORD "
028540             WS-READ-COUNT " - RUN ABORTED"
028541         SET WS-ABORT-RUN TO TRUE
028542         GO TO 4200-WRITE-HOLD-EXIT
028543     END-IF.
028544     ADD 1 TO WS-KEY-COUNT.
028545     SET KEY-IDX TO WS-KEY-COUNT.
028546     MOVE WS-TRAN-KEY TO WS-KEY-ENTRY (KEY-IDX).
028547     ADD 1 TO WS-HOLD-COUNT.
028548     MOVE SPACES TO HOLD-QUEUE-RECORD.
028549     MOVE WS-TRAN-KEY TO HQ-TRAN-KEY.
028550     MOVE WS-BUSINESS-DATE TO HQ-HOLD-DATE.
028551     MOVE WS-TRAN-BRANCH TO HQ-BRANCH-ID.
028552     SET HQ-PENDING TO TRUE.
028553     MOVE WS-APPLY-SCOPE TO HQ-LIMIT-SCOPE.
028554     MOVE WS-APPLY-NUMA-LIMIT TO HQ-NUMA-LIMIT.
028555     MOVE WS-APPLY-NUMB-LIMIT TO HQ-NUMB-LIMIT.
028556     MOVE WS-NUMA-OVER-SWITCH TO HQ-NUMA-OVER.
028557     MOVE WS-NUMB-OVER-SWITCH TO HQ-NUMB-OVER.
028558     MOVE ZERO TO HQ-DECISION-DATE.
028559     MOVE ZERO TO HQ-REENTRY-DATE.
028560     MOVE WS-TRAN-WORK TO HQ-TRAN-IMAGE.
028561     WRITE HOLD-QUEUE-RECORD
028562         INVALID KEY
028563             IF WS-HOLD-QUEUE-STATUS = "22"
028564                 ADD 1 TO WS-HOLD-DECIDED-COUNT
028565                 DISPLAY "TRANEDIT: HOLD ALREADY DECIDED TODAY - "
028566                     WS-TRAN-KEY " LEFT AS IT STANDS"
028567             ELSE
028568                 DISPLAY "TRANEDIT: HOLD-QUEUE-FILE WRITE"
028569                     " ERROR, FILE STATUS="
028570                     WS-HOLD-QUEUE-STATUS
028571                 SET WS-ABORT-RUN TO TRUE
028572             END-IF
028573     END-WRITE.
028574 4200-WRITE-HOLD-EXIT.
028575     EXIT.
028576*
028577*    SWEEPS THE HISTORY IN KEY ORDER AND DELETES EVERY KEY LAST
028578*    ACCEPTED BEFORE THE WINDOW STARTS, SO THE FILE ONLY EVER
028579*    HOLDS THE WINDOW'S WORTH OF KEYS
028580 7000-AGE-KEY-HISTORY.
028581     MOVE "N" TO WS-HIST-EOF-SWITCH.
028582     MOVE LOW-VALUES TO KHS-TRAN-KEY.
028583     START KEY-HISTORY-FILE
028584         KEY IS NOT LESS THAN KHS-TRAN-KEY
028585         INVALID KEY
028586             GO TO 7000-AGE-KEY-HISTORY-EXIT
028587     END-START.
028588     PERFORM 7100-READ-NEXT-HISTORY
028589         THRU 7100-READ-NEXT-HISTORY-EXIT.
028590     PERFORM 7200-AGE-ONE-KEY
028591         THRU 7200-AGE-ONE-KEY-EXIT
028592         UNTIL WS-HIST-EOF OR WS-ABORT-RUN.
028593 7000-AGE-KEY-HISTORY-EXIT.
028594     EXIT.
028595*
028596 7100-READ-NEXT-HISTORY.
028597     READ KEY-HISTORY-FILE NEXT RECORD
028598         AT END
028599             SET WS-HIST-EOF TO TRUE
028600     END-READ.
028601 7100-READ-NEXT-HISTORY-EXIT.
028602     EXIT.
028603*
028604 7200-AGE-ONE-KEY.
028605     IF KHS-BUSINESS-DATE < WS-WINDOW-START-DATE
028606         DELETE KEY-HISTORY-FILE RECORD
028607             INVALID KEY
028608                 DISPLAY "TRANEDIT: KEY-HISTORY-FILE DELETE"
028609                     " ERROR, FILE STATUS="
028610                     WS-KEY-HISTORY-STATUS
028611                 SET WS-ABORT-RUN TO TRUE
028612                 GO TO 7200-AGE-ONE-KEY-EXIT
028613         END-DELETE
028614         ADD 1 TO WS-HIST-AGED-COUNT
028615     END-IF.
028616     PERFORM 7100-READ-NEXT-HISTORY
028617         THRU 7100-READ-NEXT-HISTORY-EXIT.
028618 7200-AGE-ONE-KEY-EXIT.
028619     EXIT.
028620*
028621*    MARKS EACH RELEASED ITEM WRITTEN TO TRANIN TODAY RE-ENTERED
028622*    UNDER THE BUSINESS DATE SO IT IS NOT LET PAST ITS LIMIT AGAIN
028623*    (ONE ALREADY MARKED BY A RERUN IS LEFT). ONE THAT FAILED AN
028624*    EDIT OR NEVER ARRIVED STAYS RELEASED AND IS COUNTED
028625 7300-MARK-HOLDS-REENTERED.
028626     IF WS-HRT-COUNT = ZERO
028627         GO TO 7300-MARK-HOLDS-REENTERED-EXIT
028628     END-IF.
028629     PERFORM 7310-MARK-ONE-HOLD
028630         THRU 7310-MARK-ONE-HOLD-EXIT
028631         VARYING HRT-IDX FROM 1 BY 1
028632         UNTIL HRT-IDX > WS-HRT-COUNT OR WS-ABORT-RUN.
028633 7300-MARK-HOLDS-REENTERED-EXIT.
028634     EXIT.
028635*
028636 7310-MARK-ONE-HOLD.
028637     IF NOT WS-HRT-WRITTEN (HRT-IDX)
028638         ADD 1 TO WS-HOLD-UNWRITTEN-COUNT
028639         GO TO 7310-MARK-ONE-HOLD-EXIT
028640     END-IF.
028641     MOVE WS-HRT-KEY (HRT-IDX) TO HQ-TRAN-KEY.
028642     MOVE WS-HRT-HOLD-DATE (HRT-IDX) TO HQ-HOLD-DATE.
028643     READ HOLD-QUEUE-FILE
028644         INVALID KEY
028645             DISPLAY "TRANEDIT: RELEASED HOLD GONE FROM THE QUEUE"
028646                 " - "
028647                 WS-HRT-KEY (HRT-IDX)
028648             GO TO 7310-MARK-ONE-HOLD-EXIT
028649     END-READ.
028650     IF NOT HQ-RELEASED
028651         GO TO 7310-MARK-ONE-HOLD-EXIT
028652     END-IF.
028653     SET HQ-REENTERED TO TRUE.
028654     MOVE WS-BUSINESS-DATE TO HQ-REENTRY-DATE.
028655     REWRITE HOLD-QUEUE-RECORD
028656         INVALID KEY
028657             DISPLAY "TRANEDIT: HOLD-QUEUE-FILE REWRITE"
028658                 " ERROR, FILE STATUS="
028659                 WS-HOLD-QUEUE-STATUS
028660             SET WS-ABORT-RUN TO TRUE
028661             GO TO 7310-MARK-ONE-HOLD-EXIT
028662     END-REWRITE.
028663     ADD 1 TO WS-HOLD-REENTERED-COUNT.
028664 7310-MARK-ONE-HOLD-EXIT.
028665     EXIT.
028700*
028800*    BUILDS AND WRITES THE END-OF-RUN EDIT REPORT - RECORDS READ,
028900*    ACCEPTED, AND REJECTED BROKEN DOWN BY EDIT REASON
030800             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
030900             INTO EDIT-REPORT-LINE.
031000     WRITE EDIT-REPORT-LINE.
031010     MOVE WS-HOLD-COUNT TO WS-EDT-EDIT-COUNT.
031020     STRING "RECORDS HELD .............. " DELIMITED BY SIZE
031030             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
031040             INTO EDIT-REPORT-LINE.
031050     WRITE EDIT-REPORT-LINE.
031100     MOVE SPACES TO EDIT-REPORT-LINE.
031200     WRITE EDIT-REPORT-LINE.
031300     MOVE WS-REJ-SHORT-COUNT TO WS-EDT-EDIT-COUNT.
033000             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
033100             INTO EDIT-REPORT-LINE.
033200     WRITE EDIT-REPORT-LINE.
033210     MOVE WS-REJ-XDUP-COUNT TO WS-EDT-EDIT-COUNT.
033220     STRING "  KEYX REPEAT OF PRIOR DAY  " DELIMITED BY SIZE
033230             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
033240             INTO EDIT-REPORT-LINE.
033250     WRITE EDIT-REPORT-LINE.
033300     MOVE WS-REJ-NUMA-COUNT TO WS-EDT-EDIT-COUNT.
033400     STRING "  NNA  NON-NUMERIC NUMA ... " DELIMITED BY SIZE
033500             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034230             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034240             INTO EDIT-REPORT-LINE.
034250     WRITE EDIT-REPORT-LINE.
034252     MOVE WS-REJ-CUST-UNKNOWN-COUNT TO WS-EDT-EDIT-COUNT.
034254     STRING "  CUSU CUSTOMER UNKNOWN ... " DELIMITED BY SIZE
034256             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034258             INTO EDIT-REPORT-LINE.
034260     WRITE EDIT-REPORT-LINE.
034262     MOVE WS-REJ-CUST-BLOCKED-COUNT TO WS-EDT-EDIT-COUNT.
034264     STRING "  CUSB CUSTOMER BLOCKED ... " DELIMITED BY SIZE
034266             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034268             INTO EDIT-REPORT-LINE.
034270     WRITE EDIT-REPORT-LINE.
034272     MOVE WS-REJ-CUST-CLOSED-COUNT TO WS-EDT-EDIT-COUNT.
034274     STRING "  CUSC CUSTOMER CLOSED .... " DELIMITED BY SIZE
034276             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034278             INTO EDIT-REPORT-LINE.
034280     WRITE EDIT-REPORT-LINE.
034282     PERFORM 8100-CROSS-DAY-SECTION
034284         THRU 8100-CROSS-DAY-SECTION-EXIT.
034286     PERFORM 8200-HOLD-SECTION
034288         THRU 8200-HOLD-SECTION-EXIT.
034289 8000-EDIT-REPORT-EXIT.
034290     EXIT.
034291*
034292*    THE CROSS-DAY REPEATS SHOWN APART FROM THE OTHER REJECTS,
034293*    BRANCH BY BRANCH, WITH THE PRIOR DATES THEY WERE FIRST
034294*    ACCEPTED UNDER - ONLY BRANCHES THAT RESENT KEYS ARE LISTED
034295 8100-CROSS-DAY-SECTION.
034296     MOVE SPACES TO EDIT-REPORT-LINE.
034297     WRITE EDIT-REPORT-LINE.
034298     MOVE WS-DUP-WINDOW-DAYS TO WS-EDT-WINDOW-ECHO.
034299     STRING "CROSS-DAY DUPLICATES BY BRANCH - WINDOW "
034300             DELIMITED BY SIZE
034301             WS-EDT-WINDOW-ECHO DELIMITED BY SIZE
034302             " BUSINESS DAYS FROM " DELIMITED BY SIZE
034303             WS-WINDOW-START-DATE DELIMITED BY SIZE
034304             INTO EDIT-REPORT-LINE.
034305     WRITE EDIT-REPORT-LINE.
034306     PERFORM 8110-REPORT-XDUP-BRANCH
034307         THRU 8110-REPORT-XDUP-BRANCH-EXIT
034308         VARYING WS-XDUP-BRANCH-NO FROM 1 BY 1
034309         UNTIL WS-XDUP-BRANCH-NO > 10.
034310     IF WS-XDUP-UNSTAMPED-COUNT > ZERO
034311         MOVE SPACES TO EDIT-REPORT-LINE
034312         MOVE WS-XDUP-UNSTAMPED-COUNT TO WS-EDT-EDIT-COUNT
034313         STRING "  NO BRANCH STAMP ......... " DELIMITED BY SIZE
034314                 WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034315                 INTO EDIT-REPORT-LINE
034316         WRITE EDIT-REPORT-LINE
034317     END-IF.
034318     IF WS-REJ-XDUP-COUNT = ZERO
034319         MOVE SPACES TO EDIT-REPORT-LINE
034320         MOVE "  NONE" TO EDIT-REPORT-LINE
034321         WRITE EDIT-REPORT-LINE
034322     END-IF.
034323     MOVE SPACES TO EDIT-REPORT-LINE.
034324     WRITE EDIT-REPORT-LINE.
034325     MOVE WS-RECYCLE-ALLOWED-COUNT TO WS-EDT-EDIT-COUNT.
034326     STRING "RECYCLED KEYS LET BACK IN . " DELIMITED BY SIZE
034327             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034328             INTO EDIT-REPORT-LINE.
034329     WRITE EDIT-REPORT-LINE.
034330     MOVE WS-HIST-AGED-COUNT TO WS-EDT-EDIT-COUNT.
034331     STRING "HISTORY KEYS AGED OFF ..... " DELIMITED BY SIZE
034332             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034333             INTO EDIT-REPORT-LINE.
034334     WRITE EDIT-REPORT-LINE.
034335 8100-CROSS-DAY-SECTION-EXIT.
034336     EXIT.
034337*
034338 8110-REPORT-XDUP-BRANCH.
034339     SET XDB-IDX TO WS-XDUP-BRANCH-NO.
034340     IF WS-XDB-COUNT (XDB-IDX) > ZERO
034341         MOVE SPACES TO EDIT-REPORT-LINE
034342         MOVE WS-XDB-COUNT (XDB-IDX) TO WS-EDT-EDIT-COUNT
034343         STRING "  BRANCH " DELIMITED BY SIZE
034344                 WS-XDUP-BRANCH-NO DELIMITED BY SIZE
034345                 " ............... " DELIMITED BY SIZE
034346                 WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034347                 "  PRIOR " DELIMITED BY SIZE
034348                 WS-XDB-LOW-DATE (XDB-IDX) DELIMITED BY SIZE
034349                 "-" DELIMITED BY SIZE
034350                 WS-XDB-HIGH-DATE (XDB-IDX) DELIMITED BY SIZE
034351                 INTO EDIT-REPORT-LINE
034352         WRITE EDIT-REPORT-LINE
034353     END-IF.
034354 8110-REPORT-XDUP-BRANCH-EXIT.
034355     EXIT.
034356*
034357*    THE VALUE LIMITS IN FORCE TODAY AND WHAT BECAME OF THE ITEMS
034358*    OVER THEM - HELD, AND RELEASED ITEMS LET BACK IN
034359 8200-HOLD-SECTION.
034360     MOVE SPACES TO EDIT-REPORT-LINE.
034361     WRITE EDIT-REPORT-LINE.
034362     MOVE "HIGH-VALUE HOLDS - VALUE LIMITS IN FORCE"
034363         TO EDIT-REPORT-LINE.
034364     WRITE EDIT-REPORT-LINE.
034365     IF WS-LIMIT-CARD-COUNT = ZERO
034366         MOVE SPACES TO EDIT-REPORT-LINE
034367         MOVE "  NONE - NOTHING IS HELD FOR VALUE"
034368             TO EDIT-REPORT-LINE
034369         WRITE EDIT-REPORT-LINE
034370     ELSE
034371         PERFORM 8210-REPORT-LIMIT
034372             THRU 8210-REPORT-LIMIT-EXIT
034373             VARYING WS-LIMIT-SLOT FROM 1 BY 1
034374             UNTIL WS-LIMIT-SLOT > 11
034375     END-IF.
034376     MOVE SPACES TO EDIT-REPORT-LINE.
034377     WRITE EDIT-REPORT-LINE.
034378     MOVE WS-HOLD-COUNT TO WS-EDT-EDIT-COUNT.
034379     STRING "ITEMS HELD FOR REVIEW ..... " DELIMITED BY SIZE
034380             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034381             INTO EDIT-REPORT-LINE.
034382     WRITE EDIT-REPORT-LINE.
034383     MOVE WS-HOLD-DECIDED-COUNT TO WS-EDT-EDIT-COUNT.
034384     STRING "  ALREADY DECIDED TODAY ... " DELIMITED BY SIZE
034385             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034386             INTO EDIT-REPORT-LINE.
034387     WRITE EDIT-REPORT-LINE.
034388     MOVE WS-HOLD-PASSED-COUNT TO WS-EDT-EDIT-COUNT.
034389     STRING "RELEASED HOLDS LET PAST ... " DELIMITED BY SIZE
034390             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034391             INTO EDIT-REPORT-LINE.
034392     WRITE EDIT-REPORT-LINE.
034393     MOVE WS-HOLD-REENTERED-COUNT TO WS-EDT-EDIT-COUNT.
034394     STRING "RELEASED HOLDS RE-ENTERED . " DELIMITED BY SIZE
034395             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034396             INTO EDIT-REPORT-LINE.
034397     WRITE EDIT-REPORT-LINE.
034398     MOVE WS-HOLD-UNMATCHED-COUNT TO WS-EDT-EDIT-COUNT.
034399     STRING "RELEASES NOT ON THE QUEUE . " DELIMITED BY SIZE
034400             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034401             INTO EDIT-REPORT-LINE.
034402     WRITE EDIT-REPORT-LINE.
034403     MOVE WS-HOLD-CLEARED-COUNT TO WS-EDT-EDIT-COUNT.
034404     STRING "PENDING HOLDS CLEARED ..... " DELIMITED BY SIZE
034405             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034406             INTO EDIT-REPORT-LINE.
034407     WRITE EDIT-REPORT-LINE.
034408 8200-HOLD-SECTION-EXIT.
034409     EXIT.
034410*
034411*    ONE LINE PER LIMIT CARD LOADED - SLOT 1 IS THE SHOP-WIDE CARD
034412 8210-REPORT-LIMIT.
034413     SET LMT-IDX TO WS-LIMIT-SLOT.
034414     IF NOT WS-LMT-CARD-LOADED (LMT-IDX)
034415         GO TO 8210-REPORT-LIMIT-EXIT
034416     END-IF.
034417     IF WS-LMT-NUMA (LMT-IDX) = ZERO
034418         IF WS-LIMIT-SLOT = 1
034419             MOVE "   NO LIMIT" TO WS-EDT-LIMIT-NUMA
034420         ELSE
034421             MOVE " SHOP LIMIT" TO WS-EDT-LIMIT-NUMA
034422         END-IF
034423     ELSE
034424         MOVE WS-LMT-NUMA (LMT-IDX) TO WS-EDT-LIMIT-AMOUNT
034425         MOVE WS-EDT-LIMIT-AMOUNT TO WS-EDT-LIMIT-NUMA
034426     END-IF.
034427     IF WS-LMT-NUMB (LMT-IDX) = ZERO
034428         IF WS-LIMIT-SLOT = 1
034429             MOVE "   NO LIMIT" TO WS-EDT-LIMIT-NUMB
034430         ELSE
034431             MOVE " SHOP LIMIT" TO WS-EDT-LIMIT-NUMB
034432         END-IF
034433     ELSE
034434         MOVE WS-LMT-NUMB (LMT-IDX) TO WS-EDT-LIMIT-AMOUNT
034435         MOVE WS-EDT-LIMIT-AMOUNT TO WS-EDT-LIMIT-NUMB
034436     END-IF.
034437     MOVE SPACES TO EDIT-REPORT-LINE.
034438     IF WS-LIMIT-SLOT = 1
034439         STRING "  SHOP-WIDE ............... " DELIMITED BY SIZE
034440                 "NUMA " DELIMITED BY SIZE
034441                 WS-EDT-LIMIT-NUMA DELIMITED BY SIZE
034442                 "  NUMB " DELIMITED BY SIZE
034443                 WS-EDT-LIMIT-NUMB DELIMITED BY SIZE
034444                 INTO EDIT-REPORT-LINE
034445     ELSE
034446         MOVE WS-LIMIT-SLOT TO WS-XDUP-BRANCH-NO
034447         SUBTRACT 1 FROM WS-XDUP-BRANCH-NO
034448         STRING "  BRANCH " DELIMITED BY SIZE
034449                 WS-XDUP-BRANCH-NO DELIMITED BY SIZE
034450                 " ............... " DELIMITED BY SIZE
034451                 "NUMA " DELIMITED BY SIZE
034452                 WS-EDT-LIMIT-NUMA DELIMITED BY SIZE
034453                 "  NUMB " DELIMITED BY SIZE
034454                 WS-EDT-LIMIT-NUMB DELIMITED BY SIZE
034455                 INTO EDIT-REPORT-LINE
034456     END-IF.
034457     WRITE EDIT-REPORT-LINE.
034458 8210-REPORT-LIMIT-EXIT.
034459     EXIT.
034460*
034461*    APPENDS THIS STEP'S MACHINE-READABLE COUNTS TO THE SHARED
034462*    STEP CONTROL FILE - A CONTROL FILE THAT CANNOT BE WRITTEN
034463*    IS REPORTED BUT DOES NOT FAIL AN OTHERWISE CLEAN EDIT;
034464*    BALCHK WILL FAIL THE JOB ON THE MISSING RECORD INSTEAD
034465 8900-WRITE-STEP-CONTROL.
034466     OPEN EXTEND STEP-CONTROL-FILE.
034467     IF NOT WS-STEP-CONTROL-OK
034468         DISPLAY "TRANEDIT: UNABLE TO EXTEND STEP-CONTROL-FILE,"
034469             " FILE STATUS=" WS-STEP-CONTROL-STATUS
034470         GO TO 8900-WRITE-STEP-CONTROL-EXIT
034472     END-IF.
034474     MOVE SPACES TO STEP-CONTROL-RECORD.
034480     MOVE WS-READ-COUNT TO STP-IN-COUNT.
034482     MOVE WS-ACCEPT-COUNT TO STP-OUT-COUNT.
034484     MOVE WS-REJECT-COUNT TO STP-REJECT-COUNT.
034485     MOVE WS-HOLD-COUNT TO STP-HOLD-COUNT.
034486     WRITE STEP-CONTROL-RECORD.
034488     CLOSE STEP-CONTROL-FILE.
034490 8900-WRITE-STEP-CONTROL-EXIT.
034492     EXIT.
034500*
034501*    RELEASED HOLDS THAT WERE NOT WRITTEN TO TRANIN TODAY - THEY
034502*    FAILED AN EDIT OR NEVER CAME BACK THROUGH TRANMRG, SO THEY
034503*    STAY RELEASED ON THE QUEUE AND ARE LISTED UNDER THE HOLD
034504*    SECTION FOR THE SUPERVISOR TO FOLLOW UP
034505 8950-UNWRITTEN-RELEASES.
034506     MOVE SPACES TO EDIT-REPORT-LINE.
034507     MOVE WS-HOLD-UNWRITTEN-COUNT TO WS-EDT-EDIT-COUNT.
034508     STRING "RELEASED NOT RE-ENTERED ... " DELIMITED BY SIZE
034509             WS-EDT-EDIT-COUNT DELIMITED BY SIZE
034510             INTO EDIT-REPORT-LINE.
034511     WRITE EDIT-REPORT-LINE.
034512     IF WS-HOLD-UNWRITTEN-COUNT = ZERO
034513         GO TO 8950-UNWRITTEN-RELEASES-EXIT
034514     END-IF.
034515     PERFORM 8960-LIST-UNWRITTEN-RELEASE
034516         THRU 8960-LIST-UNWRITTEN-RELEASE-EXIT
034517         VARYING HRT-IDX FROM 1 BY 1
034518         UNTIL HRT-IDX > WS-HRT-COUNT.
034519 8950-UNWRITTEN-RELEASES-EXIT.
034520     EXIT.
034521*
034522 8960-LIST-UNWRITTEN-RELEASE.
034523     IF WS-HRT-WRITTEN (HRT-IDX)
034524         GO TO 8960-LIST-UNWRITTEN-RELEASE-EXIT
034525     END-IF.
034526     MOVE SPACES TO EDIT-REPORT-LINE.
034527     STRING "  KEY " DELIMITED BY SIZE
034528             WS-HRT-KEY (HRT-IDX) DELIMITED BY SIZE
034529             " HELD " DELIMITED BY SIZE
034530             WS-HRT-HOLD-DATE (HRT-IDX) DELIMITED BY SIZE
034531             " - LEFT RELEASED" DELIMITED BY SIZE
034532             INTO EDIT-REPORT-LINE.
034533     WRITE EDIT-REPORT-LINE.
034534 8960-LIST-UNWRITTEN-RELEASE-EXIT.
034535     EXIT.
034536*
034600 9000-TERMINATE.
034700     DISPLAY "TRANEDIT: RECORDS READ: " WS-READ-COUNT.
034800     DISPLAY "TRANEDIT: RECORDS ACCEPTED: " WS-ACCEPT-COUNT.
034900     DISPLAY "TRANEDIT: RECORDS REJECTED: " WS-REJECT-COUNT.
034910     DISPLAY "TRANEDIT: CROSS-DAY REPEATS: " WS-REJ-XDUP-COUNT.
034920     DISPLAY "TRANEDIT: RECORDS HELD: " WS-HOLD-COUNT.
035000     IF WS-FILES-OPEN
035100         CLOSE RAW-TRAN-FILE
035200         CLOSE CLEAN-TRAN-FILE
035300         CLOSE REJECT-FILE
035400         CLOSE EDIT-REPORT-FILE
035410         CLOSE KEY-HISTORY-FILE
035420         CLOSE CUSTOMER-MASTER
035430         CLOSE HOLD-QUEUE-FILE
035500     END-IF.
035600*    RETURN CODE 16 FLAGS AN ABORTED RUN (INPUT COULD NOT BE
035700*    OPENED OR THE KEY TABLE OVERFLOWED), RETURN CODE 4 FLAGS A
035800*    CLEAN RUN THAT STILL REJECTED OR HELD RECORDS (OR FOUND A
035900*    RELEASE NOT ON THE HOLD QUEUE OR NEVER WRITTEN TO TRANIN),
035905*    SO THE DAILY BATCH DRIVER CAN TELL THE OUTCOMES APART BEFORE
035910*    STARTING VERBS
036000     IF WS-ABORT-RUN
036100         MOVE 16 TO RETURN-CODE
036200     ELSE
036300         IF WS-REJECT-COUNT > ZERO
036310                 OR WS-HOLD-COUNT > ZERO
036320                 OR WS-HOLD-UNMATCHED-COUNT > ZERO
036330                 OR WS-HOLD-UNWRITTEN-COUNT > ZERO
036400             MOVE 4 TO RETURN-CODE
036500         ELSE
036600             MOVE ZERO TO RETURN-CODE
036800     END-IF.
036900 9000-TERMINATE-EXIT.
037000     EXIT.
037010*
037020*    LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE TABLE - A
037030*    MISSING FILE LEAVES ONLY SATURDAYS AND SUNDAYS CLOSED, A
037040*    FILE THAT CANNOT BE READ OR DOES NOT FIT IS UNREADABLE
037050 9100-LOAD-CALENDAR.
037060     MOVE ZERO TO WS-CAL-COUNT.
037070     MOVE "N" TO WS-CAL-EOF-SWITCH.
037080     OPEN INPUT CALENDAR-FILE.
037090     IF NOT WS-CALENDAR-OK
037100         DISPLAY "TRANEDIT: UNABLE TO OPEN BUSINESS CALENDAR"
037110             " - STATUS " WS-CALENDAR-STATUS
037120         SET WS-CAL-UNREADABLE TO TRUE
037130         GO TO 9100-LOAD-CALENDAR-EXIT
037140     END-IF.
037150     IF WS-CALENDAR-NOT-THERE
037160         DISPLAY "TRANEDIT: NO BUSINESS CALENDAR - ONLY WEEKENDS"
037170             " ARE CLOSED"
037180         CLOSE CALENDAR-FILE
037190         GO TO 9100-LOAD-CALENDAR-EXIT
037200     END-IF.
037210     PERFORM 9110-READ-CALENDAR
037220         THRU 9110-READ-CALENDAR-EXIT.
037230     PERFORM 9120-STORE-CALENDAR-ENTRY
037240         THRU 9120-STORE-CALENDAR-ENTRY-EXIT
037250         UNTIL WS-CAL-EOF OR WS-CAL-UNREADABLE.
037260     CLOSE CALENDAR-FILE.
037270 9100-LOAD-CALENDAR-EXIT.
037280     EXIT.
037290*
037300 9110-READ-CALENDAR.
037310     READ CALENDAR-FILE
037320         AT END
037330             SET WS-CAL-EOF TO TRUE
037340             GO TO 9110-READ-CALENDAR-EXIT
037350     END-READ.
037360     IF WS-CALENDAR-STATUS NOT = "00"
037370         DISPLAY "TRANEDIT: BUSINESS CALENDAR READ ERROR"
037380             " - STATUS " WS-CALENDAR-STATUS
037390         SET WS-CAL-UNREADABLE TO TRUE
037400     END-IF.
037410 9110-READ-CALENDAR-EXIT.
037420     EXIT.
037430*
037440*    KEEPS ONE CALENDAR ENTRY - A BAD DATE OR DAY TYPE IS SHOWN
037450*    ON THE CONSOLE AND SKIPPED
037460 9120-STORE-CALENDAR-ENTRY.
037470     IF CAL-DATE NOT NUMERIC
037480             OR NOT (CAL-HOLIDAY OR CAL-OPENED-DAY)
037490         DISPLAY "TRANEDIT: CALENDAR ENTRY SKIPPED - " CAL-DATE
037500             " " CAL-DAY-TYPE
037510     ELSE
037520         IF WS-CAL-COUNT >= 500
037530             DISPLAY "TRANEDIT: BUSINESS CALENDAR TABLE FULL"
037540             SET WS-CAL-UNREADABLE TO TRUE
037550             GO TO 9120-STORE-CALENDAR-ENTRY-EXIT
037560         END-IF
037570         ADD 1 TO WS-CAL-COUNT
037580         SET CAL-IDX TO WS-CAL-COUNT
037590         MOVE CAL-DATE TO WS-CAL-TAB-DATE (CAL-IDX)
037600         MOVE CAL-DAY-TYPE TO WS-CAL-TAB-TYPE (CAL-IDX)
037610     END-IF.
037620     PERFORM 9110-READ-CALENDAR
037630         THRU 9110-READ-CALENDAR-EXIT.
037640 9120-STORE-CALENDAR-ENTRY-EXIT.
037650     EXIT.
037660*
037670*    JUDGES WS-CAL-TEST-DATE - MONDAY THROUGH FRIDAY IS A BUSINESS
037680*    DAY UNLESS THE CALENDAR CARRIES IT AS A HOLIDAY, SATURDAY
037690*    AND SUNDAY ARE NOT UNLESS THE CALENDAR OPENS THEM. THE DAY
037700*    OF THE WEEK COMES FROM ZELLER'S RULE (0 = SATURDAY)
037710 9200-TEST-BUSINESS-DAY.
037720     MOVE WS-CAL-TEST-YEAR TO WS-DOW-YEAR.
037730     MOVE WS-CAL-TEST-MONTH TO WS-DOW-MONTH.
037740     IF WS-DOW-MONTH < 3
037750         ADD 12 TO WS-DOW-MONTH
037760         SUBTRACT 1 FROM WS-DOW-YEAR
037770     END-IF.
037780     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
037790         REMAINDER WS-DOW-YEAR-OF-CENTURY.
037800     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
037810     DIVIDE WS-DOW-TERM BY 5 GIVING WS-DOW-TERM.
037820     MOVE WS-CAL-TEST-DAY TO WS-DOW-SUM.
037830     ADD WS-DOW-TERM WS-DOW-YEAR-OF-CENTURY TO WS-DOW-SUM.
037840     COMPUTE WS-DOW-SUM = WS-DOW-SUM + 5 * WS-DOW-CENTURY.
037850     DIVIDE WS-DOW-YEAR-OF-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
037860     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
037870     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-QUOTIENT.
037880     ADD WS-DOW-QUOTIENT TO WS-DOW-SUM.
037890     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOTIENT
037900         REMAINDER WS-DOW-DAY.
037910     IF WS-DOW-WEEKEND
037920         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
037930     ELSE
037940         MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
037950     END-IF.
037960     SET CAL-IDX TO 1.
037970     SEARCH WS-CAL-ENTRY
037980         AT END
037990             CONTINUE
038000         WHEN CAL-IDX > WS-CAL-COUNT
038010             CONTINUE
038020         WHEN WS-CAL-TAB-DATE (CAL-IDX) = WS-CAL-TEST-DATE
038030             IF WS-CAL-TAB-TYPE (CAL-IDX) = "H"
038040                 MOVE "N" TO WS-BUSINESS-DAY-SWITCH
038050             ELSE
038060                 MOVE "Y" TO WS-BUSINESS-DAY-SWITCH
038070             END-IF
038080     END-SEARCH.
038090 9200-TEST-BUSINESS-DAY-EXIT.
038100     EXIT.
038110*
038120*    MOVES WS-CAL-TEST-DATE BACK ONE CALENDAR DAY, ACROSS MONTH
038130*    AND YEAR ENDS, FEBRUARY JUDGED BY THE LEAP RULE
038140 9300-BACK-TEST-DATE.
038150     IF WS-CAL-TEST-DAY > 1
038160         SUBTRACT 1 FROM WS-CAL-TEST-DAY
038170         GO TO 9300-BACK-TEST-DATE-EXIT
038180     END-IF.
038190     IF WS-CAL-TEST-MONTH > 1
038200         SUBTRACT 1 FROM WS-CAL-TEST-MONTH
038210     ELSE
038220         MOVE 12 TO WS-CAL-TEST-MONTH
038230         SUBTRACT 1 FROM WS-CAL-TEST-YEAR
038240     END-IF.
038250     MOVE WS-MONTH-LENGTH (WS-CAL-TEST-MONTH)
038260         TO WS-CAL-TEST-DAY.
038270     IF WS-CAL-TEST-MONTH = 2
038280         DIVIDE WS-CAL-TEST-YEAR BY 4 GIVING WS-LEAP-WORK
038290             REMAINDER WS-LEAP-REM
038300         IF WS-LEAP-REM = ZERO
038310             DIVIDE WS-CAL-TEST-YEAR BY 100 GIVING WS-LEAP-WORK
038320                 REMAINDER WS-LEAP-REM
038330             IF WS-LEAP-REM NOT = ZERO
038340                 MOVE 29 TO WS-CAL-TEST-DAY
038350             ELSE
038360                 DIVIDE WS-CAL-TEST-YEAR BY 400
038370                     GIVING WS-LEAP-WORK
038380                     REMAINDER WS-LEAP-REM
038390                 IF WS-LEAP-REM = ZERO
038400                     MOVE 29 TO WS-CAL-TEST-DAY
038410                 END-IF
038420             END-IF
038430         END-IF
038440     END-IF.
038450 9300-BACK-TEST-DATE-EXIT.
038460     EXIT.
