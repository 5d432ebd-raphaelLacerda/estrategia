002310*                     WHILE A FILE THAT EXISTS BUT CANNOT BE
002320*                     READ ABORTS RATHER THAN HANDING THE HELP
002330*                     DESK A FALSE "NOTHING STUCK" ANSWER.
002340*    2026-10-15  RSL  THE MASTER SECTION NOW SHOWS THE CUSTOMER
002350*                     STATUS AND ITS EFFECTIVE DATE - A BLOCKED OR
002360*                     CLOSED CUSTOMER EXPLAINS A CUSU/CUSB/CUSC
002370*                     REJECT FURTHER DOWN.
002400*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
006300 01  CUSTOMER-MASTER-RECORD.
006400     05  CMS-CUST-ID                PIC X(10).
006500     05  CMS-CUST-NAME              PIC X(40).
006510     05  CMS-CUST-STATUS            PIC X(01).
006520         88  CMS-STATUS-ACTIVE      VALUE "A" " ".
006530         88  CMS-STATUS-BLOCKED     VALUE "B".
006540         88  CMS-STATUS-CLOSED      VALUE "C".
006550     05  CMS-STATUS-DATE            PIC 9(08).
006560     05  FILLER                     PIC X(11).
006700*
006800*    SAME LAYOUT VERBS WRITES TO RESOUT
006900 FD  RESULT-FILE
029010             INQUIRY-REPORT-LINE
029020     END-IF.
029030     WRITE INQUIRY-REPORT-LINE.
029032     IF WS-MASTER-FOUND
029034         MOVE SPACES TO INQUIRY-REPORT-LINE
029036         IF CMS-STATUS-BLOCKED
029038             STRING "STATUS:   BLOCKED SINCE " DELIMITED BY SIZE
029040                     CMS-STATUS-DATE DELIMITED BY SIZE
029042                     INTO INQUIRY-REPORT-LINE
029044         ELSE
029046             IF CMS-STATUS-CLOSED
029048                 STRING "STATUS:   CLOSED SINCE "
029050                         DELIMITED BY SIZE
029052                         CMS-STATUS-DATE DELIMITED BY SIZE
029054                         INTO INQUIRY-REPORT-LINE
029056             ELSE
029058                 MOVE "STATUS:   ACTIVE" TO INQUIRY-REPORT-LINE
029060             END-IF
029062         END-IF
029064         WRITE INQUIRY-REPORT-LINE
029066     END-IF.
029100     MOVE SPACES TO INQUIRY-REPORT-LINE.
029200     WRITE INQUIRY-REPORT-LINE.
029300 2000-SHOW-MASTER-EXIT.
