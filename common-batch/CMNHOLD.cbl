002400*    A REJECTED CARD IS LISTED WITH ITS REASON AND THE RUN ENDS  *
002500*    WITH RETURN-CODE 4 SO THE REJECTS GET LOOKED AT.  THE       *
002600*    CLEAN CARDS ARE STILL LOADED.                               *
002605*                                                                *
002610*    THE OUTGOING MASTER (DD OLDHOL - THE JOB COPIES IT ASIDE    *
002615*    BEFORE THE RELOAD) IS COMPARED WITH THE INCOMING ONE BY     *
002620*    CALENDAR AND DATE, AND EVERY HOLIDAY ADDED, REMOVED, OR     *
002625*    RE-DESCRIBED IS LISTED AFTER THE PROOF LIST.  EVERY FISCAL  *
002630*    PERIOD ON THE PERIOD-CALENDAR FILE (DD FPCFILE, CMNFPCR)    *
002635*    THAT HOLDS AN ADDED OR REMOVED DATE IS THEN RECOUNTED       *
002640*    THROUGH CMNDATE ISBD AGAINST THE NEW MASTER - ON THE SHOP   *
002645*    CALENDAR, THE ONE CMNFYCL COUNTS ON - AND LISTED WITH THE   *
002650*    COUNT ON FILE AND THE COUNT NOW.  ANY PERIOD WHOSE COUNT    *
002655*    DIFFERS ENDS THE RUN WITH RETURN-CODE 8 - CMNFYCL MUST BE   *
002660*    RERUN AND THE DEPARTMENTS HOLDING THE OLD PERIOD CALENDAR   *
002665*    RE-NOTIFIED.  A FAILED CMNDATE CALL STOPS THE RECOUNT AND   *
002670*    ENDS THE RUN WITH RETURN-CODE 12.                           *
002700*                                                                *
002800*    SEE COMMON-BATCH/JCL/CMNHOLD.JCL FOR THE JOB STREAM.        *
002900*                                                                *
003350*                     ONE RUN.  DUPLICATE CHECK IS NOW PER       *
003360*                     CALENDAR AND DATE, AND THE TABLE BOUND     *
003370*                     GROWS TO 300 WITH CMNHOLT.                 *
003372*    2026-10-15 RH    CHANGE-IMPACT SECTIONS - HOLIDAYS ADDED,   *
003374*                     REMOVED, AND RE-DESCRIBED AGAINST THE      *
003376*                     OUTGOING MASTER (DD OLDHOL), AND THE       *
003378*                     FPCFILE PERIODS THEY TOUCH RECOUNTED -     *
003380*                     RC=8 WHEN CMNFYCL MUST BE RERUN.  THE LOAD *
003382*                     TOTALS NOW FOLLOW THE PROOF LIST DIRECTLY. *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT REPORT-FILE ASSIGN TO "HOLDRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004320     SELECT OLDHOL-FILE ASSIGN TO "OLDHOL"
004340         ORGANIZATION IS LINE SEQUENTIAL.
004360     SELECT FPC-FILE ASSIGN TO "FPCFILE"
004380         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  HOLCARD-FILE.
005500 01  HOLIDAY-FILE-REC            PIC X(44).
005600 FD  REPORT-FILE.
005700 01  HL-REPORT-LINE              PIC X(80).
005720 FD  OLDHOL-FILE.
005740 01  OLDHOL-FILE-REC             PIC X(44).
005760 FD  FPC-FILE.
005780 01  FPC-FILE-REC                PIC X(30).
005800 WORKING-STORAGE SECTION.
005900 77  HL-REJECT-REASON            PIC X(24).
005905 77  HL-CARD-CAL-WS              PIC X(04).
005910     COPY CMNHOLR.
005920 77  HL-PGM-NAME                 PIC X(08) VALUE 'CMNHOLD'.
005930 77  HL-FPC-CAL-ID               PIC X(04) VALUE 'SHOP'.
005940     COPY CMNFPCR.
005950 01  HL-DATE-REQUEST-AREA.
005960     COPY CMNDTRQ.
005970 01  HL-RETCODE-AREA.
005980     COPY CMNRETC.
006000 01  HL-SWITCHES.
006100     05  HL-CARD-EOF-SW          PIC X(01) VALUE 'N'.
006200         88  HL-CARD-EOF         VALUE 'Y'.
006300     05  HL-CARD-GOOD-SW         PIC X(01) VALUE 'Y'.
006400         88  HL-CARD-GOOD        VALUE 'Y'.
006405     05  HL-OLD-EOF-SW           PIC X(01) VALUE 'N'.
006410         88  HL-OLD-EOF          VALUE 'Y'.
006415     05  HL-FPC-EOF-SW           PIC X(01) VALUE 'N'.
006420         88  HL-FPC-EOF          VALUE 'Y'.
006425     05  HL-FOUND-SW             PIC X(01) VALUE 'N'.
006430         88  HL-FOUND            VALUE 'Y'.
006435     05  HL-TOUCHED-SW           PIC X(01) VALUE 'N'.
006440         88  HL-TOUCHED          VALUE 'Y'.
006445     05  HL-ABORT-SW             PIC X(01) VALUE 'N'.
006450         88  HL-ABORT-RUN        VALUE 'Y'.
006500 01  HL-COUNTERS.
006600     05  HL-READ-COUNT           PIC 9(05) VALUE ZERO.
006700     05  HL-LOADED-COUNT         PIC 9(05) VALUE ZERO.
006800     05  HL-REJECT-COUNT         PIC 9(05) VALUE ZERO.
006810     05  HL-ADDED-COUNT          PIC 9(05) VALUE ZERO.
006820     05  HL-REMOVED-COUNT        PIC 9(05) VALUE ZERO.
006830     05  HL-REDESC-COUNT         PIC 9(05) VALUE ZERO.
006840     05  HL-TOUCHED-COUNT        PIC 9(05) VALUE ZERO.
006850     05  HL-DIFFERS-COUNT        PIC 9(05) VALUE ZERO.
006900 01  HL-WORK-FIELDS.
007000     05  HL-VALIDATE-INTEGER     PIC 9(09).
007100     05  HL-CARD-YEAR            PIC 9(04).
007200     05  HL-MIN-YEAR             PIC 9(04).
007300     05  HL-MAX-YEAR             PIC 9(04).
007310     05  HL-OLD-SUB              PIC 9(04) COMP.
007320     05  HL-CHG-SUB              PIC 9(04) COMP.
007330     05  HL-DAY-INTEGER          PIC 9(09).
007340     05  HL-END-INTEGER          PIC 9(09).
007350     05  HL-BUS-DAY-COUNT        PIC 9(03).
007400 01  HL-CURRENT-DATE-TIME.
007500     05  HL-CDT-DATE.
007600         10  HL-CDT-YEAR         PIC 9(04).
007700         10  FILLER              PIC X(04).
007800     05  FILLER                  PIC X(13).
007900     COPY CMNHOLT.
007905 01  HL-OLD-TABLE.
007910     05  HL-OLD-COUNT            PIC 9(04) COMP VALUE ZERO.
007915     05  HL-OLD-ENTRY OCCURS 300 TIMES.
007920         10  HL-OLD-DATE         PIC 9(08).
007925         10  HL-OLD-CAL          PIC X(04).
007930         10  HL-OLD-DESC         PIC X(30).
007935         10  HL-OLD-MATCHED-SW   PIC X(01).
007940             88  HL-OLD-MATCHED  VALUE 'Y'.
007945 01  HL-CHANGE-TABLE.
007950     05  HL-CHG-COUNT            PIC 9(04) COMP VALUE ZERO.
007955     05  HL-CHG-ENTRY OCCURS 600 TIMES.
007960         10  HL-CHG-TYPE         PIC X(11).
007965             88  HL-CHG-REDESCRIBED VALUE 'REDESCRIBED'.
007970         10  HL-CHG-DATE         PIC 9(08).
007975         10  HL-CHG-CAL          PIC X(04).
007980         10  HL-CHG-DESC         PIC X(30).
007985         10  HL-CHG-OLD-DESC     PIC X(30).
008000 01  HL-LOADED-LINE.
008100     05  FILLER                  PIC X(01) VALUE SPACE.
008200     05  FILLER                  PIC X(08) VALUE 'LOADED  '.
009600     05  HL-TL-LOADED            PIC 9(05).
009700     05  FILLER                  PIC X(10) VALUE ' REJECTED='.
009800     05  HL-TL-REJECTED          PIC 9(05).
009802 01  HL-CHANGE-LINE.
009804     05  FILLER                  PIC X(01) VALUE SPACE.
009806     05  HL-CL-TYPE              PIC X(11).
009808     05  FILLER                  PIC X(01) VALUE SPACE.
009810     05  HL-CL-DATE              PIC 9(08).
009812     05  FILLER                  PIC X(01) VALUE SPACE.
009814     05  HL-CL-CAL               PIC X(04).
009816     05  FILLER                  PIC X(02) VALUE SPACE.
009818     05  HL-CL-DESC              PIC X(30).
009820 01  HL-WAS-LINE.
009822     05  FILLER                  PIC X(24) VALUE SPACES.
009824     05  FILLER                  PIC X(04) VALUE 'WAS '.
009826     05  HL-WL-OLD-DESC          PIC X(30).
009828 01  HL-CHANGE-TOTAL-LINE.
009830     05  FILLER                  PIC X(06) VALUE 'ADDED='.
009832     05  HL-CT-ADDED             PIC 9(05).
009834     05  FILLER                  PIC X(09) VALUE ' REMOVED='.
009836     05  HL-CT-REMOVED           PIC 9(05).
009838     05  FILLER                  PIC X(13) VALUE ' REDESCRIBED='.
009840     05  HL-CT-REDESC            PIC 9(05).
009842 01  HL-PERIOD-LINE.
009844     05  FILLER                  PIC X(04) VALUE ' FY '.
009846     05  HL-PL-FISCAL-YEAR       PIC 9(04).
009848     05  FILLER                  PIC X(02) VALUE ' P'.
009850     05  HL-PL-PERIOD            PIC 9(02).
009852     05  FILLER                  PIC X(01) VALUE SPACE.
009854     05  HL-PL-START             PIC 9(08).
009856     05  FILLER                  PIC X(01) VALUE '-'.
009858     05  HL-PL-END               PIC 9(08).
009860     05  FILLER                  PIC X(09) VALUE ' ON FILE='.
009862     05  HL-PL-ON-FILE           PIC 9(03).
009864     05  FILLER                  PIC X(05) VALUE ' NOW='.
009866     05  HL-PL-NOW               PIC 9(03).
009868     05  FILLER                  PIC X(01) VALUE SPACE.
009870     05  HL-PL-STATUS            PIC X(13).
009872 01  HL-PERIOD-TOTAL-LINE.
009874     05  FILLER                  PIC X(16)
009875         VALUE 'PERIODS TOUCHED='.
009876     05  HL-PT-TOUCHED           PIC 9(05).
009878     05  FILLER                  PIC X(15)
009879         VALUE ' COUNT CHANGED='.
009880     05  HL-PT-DIFFERS           PIC 9(05).
009900 PROCEDURE DIVISION.
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010200     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
010300         UNTIL HL-CARD-EOF.
010320     PERFORM 2900-WRITE-LOAD-TOTALS THRU 2900-EXIT.
010340     PERFORM 3000-REPORT-CHANGES THRU 3000-EXIT.
010360     PERFORM 4000-CHECK-PERIODS THRU 4000-EXIT.
010400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010500     GOBACK.
010600 0000-EXIT.
010700     EXIT.
010800******************************************************************
010900* 1000-INITIALIZE - WORK OUT THE ACCEPTABLE YEAR RANGE FROM THE  *
011000*                   RUN DATE, TABLE THE OUTGOING MASTER, OPEN    *
011100*                   THE FILES, AND WRITE THE PROOF-LIST HEADING. *
011200*                   OPENING HOLFILE FOR OUTPUT REPLACES THE      *
011250*                   MASTER IN FULL.                              *
011300******************************************************************
011400 1000-INITIALIZE.
011500     MOVE FUNCTION CURRENT-DATE TO HL-CURRENT-DATE-TIME.
011600     COMPUTE HL-MIN-YEAR = HL-CDT-YEAR - 1.
011700     COMPUTE HL-MAX-YEAR = HL-CDT-YEAR + 5.
011800     MOVE 0 TO CMN-HOL-COUNT.
011820     OPEN INPUT OLDHOL-FILE.
011840     PERFORM 1100-LOAD-OLD-MASTER THRU 1100-EXIT
011860         UNTIL HL-OLD-EOF.
011880     CLOSE OLDHOL-FILE.
011900     OPEN INPUT HOLCARD-FILE.
012000     OPEN OUTPUT HOLIDAY-FILE.
012100     OPEN OUTPUT REPORT-FILE.
012600     WRITE HL-REPORT-LINE.
012700 1000-EXIT.
012800     EXIT.
012802******************************************************************
012804* 1100-LOAD-OLD-MASTER - ONE OUTGOING MASTER RECORD INTO THE     *
012806*                        COMPARISON TABLE.  A BLANK CALENDAR ID  *
012808*                        IS THE SHOP'S, AS ON THE CARDS.         *
012810******************************************************************
012812 1100-LOAD-OLD-MASTER.
012814     READ OLDHOL-FILE
012816         AT END
012818             SET HL-OLD-EOF TO TRUE
012820             GO TO 1100-EXIT
012822     END-READ.
012824     IF HL-OLD-COUNT NOT < 300
012826         GO TO 1100-EXIT
012828     END-IF.
012830     MOVE OLDHOL-FILE-REC TO CMN-HOLIDAY-RECORD.
012832     ADD 1 TO HL-OLD-COUNT.
012834     MOVE CMN-HOLIDAY-DATE   TO HL-OLD-DATE(HL-OLD-COUNT).
012836     MOVE CMN-HOLIDAY-CAL-ID TO HL-OLD-CAL(HL-OLD-COUNT).
012838     IF HL-OLD-CAL(HL-OLD-COUNT) = SPACES
012840         MOVE 'SHOP' TO HL-OLD-CAL(HL-OLD-COUNT)
012842     END-IF.
012844     MOVE CMN-HOLIDAY-DESC   TO HL-OLD-DESC(HL-OLD-COUNT).
012846     MOVE 'N' TO HL-OLD-MATCHED-SW(HL-OLD-COUNT).
012848 1100-EXIT.
012850     EXIT.
012900******************************************************************
013000* 2000-PROCESS-CARD - READ ONE HOLIDAY CARD, EDIT IT, AND EITHER *
013100*                     LOAD IT TO THE MASTER OR LIST IT AS A      *
021900     MOVE HL-CARD-DESC   TO HL-LD-DESC.
022000     MOVE HL-LOADED-LINE TO HL-REPORT-LINE.
022100     WRITE HL-REPORT-LINE.
022150     PERFORM 2210-COMPARE-TO-OLD THRU 2210-EXIT.
022200 2200-EXIT.
022300     EXIT.
022301******************************************************************
022302* 2210-COMPARE-TO-OLD - LOOK THE HOLIDAY JUST LOADED UP ON THE   *
022303*                       OUTGOING MASTER BY CALENDAR AND DATE.    *
022304*                       NOT THERE IS AN ADDITION; THERE UNDER A  *
022305*                       DIFFERENT DESCRIPTION IS A RE-           *
022306*                       DESCRIPTION.  EITHER WAY THE OLD ENTRY   *
022307*                       IS MARKED SO IT IS NOT LISTED REMOVED.   *
022308******************************************************************
022309 2210-COMPARE-TO-OLD.
022310     MOVE 'N' TO HL-FOUND-SW.
022311     PERFORM 2211-MATCH-OLD THRU 2211-EXIT
022312         VARYING HL-OLD-SUB FROM 1 BY 1
022313         UNTIL HL-OLD-SUB > HL-OLD-COUNT
022314            OR HL-FOUND.
022315     IF NOT HL-FOUND
022316         ADD 1 TO HL-CHG-COUNT
022317         MOVE 'ADDED'        TO HL-CHG-TYPE(HL-CHG-COUNT)
022318         MOVE HL-CARD-DATE-N TO HL-CHG-DATE(HL-CHG-COUNT)
022319         MOVE HL-CARD-CAL-WS TO HL-CHG-CAL(HL-CHG-COUNT)
022320         MOVE HL-CARD-DESC   TO HL-CHG-DESC(HL-CHG-COUNT)
022321         MOVE SPACES         TO HL-CHG-OLD-DESC(HL-CHG-COUNT)
022322         ADD 1 TO HL-ADDED-COUNT
022323         GO TO 2210-EXIT
022324     END-IF.
022325     SET HL-OLD-MATCHED(HL-OLD-SUB) TO TRUE.
022326     IF HL-OLD-DESC(HL-OLD-SUB) NOT = HL-CARD-DESC
022327         ADD 1 TO HL-CHG-COUNT
022328         MOVE 'REDESCRIBED'  TO HL-CHG-TYPE(HL-CHG-COUNT)
022329         MOVE HL-CARD-DATE-N TO HL-CHG-DATE(HL-CHG-COUNT)
022330         MOVE HL-CARD-CAL-WS TO HL-CHG-CAL(HL-CHG-COUNT)
022331         MOVE HL-CARD-DESC   TO HL-CHG-DESC(HL-CHG-COUNT)
022332         MOVE HL-OLD-DESC(HL-OLD-SUB)
022333             TO HL-CHG-OLD-DESC(HL-CHG-COUNT)
022334         ADD 1 TO HL-REDESC-COUNT
022335     END-IF.
022336 2210-EXIT.
022337     EXIT.
022338******************************************************************
022339* 2211-MATCH-OLD - IS THE OUTGOING ENTRY AT HL-OLD-SUB THE       *
022340*                  HOLIDAY JUST LOADED?  BACK THE SUBSCRIPT UP   *
022341*                  ONE ON A MATCH SO THE PERFORM VARYING'S OWN   *
022342*                  STEP LEAVES IT POINTING AT THE ENTRY.         *
022343******************************************************************
022344 2211-MATCH-OLD.
022345     IF HL-OLD-DATE(HL-OLD-SUB) = HL-CARD-DATE-N
022346        AND HL-OLD-CAL(HL-OLD-SUB) = HL-CARD-CAL-WS
022347         SET HL-FOUND TO TRUE
022348         SUBTRACT 1 FROM HL-OLD-SUB
022349     END-IF.
022350 2211-EXIT.
022351     EXIT.
022400******************************************************************
022500* 2300-REJECT-CARD - LIST THE BAD CARD AND THE EDIT IT FAILED.   *
022600******************************************************************
023300 2300-EXIT.
023400     EXIT.
023500******************************************************************
023600* 2900-WRITE-LOAD-TOTALS - WRITE THE PROOF-LIST TOTALS AND CLOSE *
023700*                          THE NEW MASTER, SO CMNDATE READS IT   *
023800*                          COMPLETE FOR THE PERIOD RECOUNT.      *
023900******************************************************************
024000 2900-WRITE-LOAD-TOTALS.
024200     MOVE SPACES TO HL-REPORT-LINE.
024300     WRITE HL-REPORT-LINE.
024400     MOVE HL-READ-COUNT   TO HL-TL-READ.
024600     MOVE HL-REJECT-COUNT TO HL-TL-REJECTED.
024700     MOVE HL-TOTAL-LINE TO HL-REPORT-LINE.
024800     WRITE HL-REPORT-LINE.
024801     CLOSE HOLIDAY-FILE.
024802 2900-EXIT.
024803     EXIT.
024804******************************************************************
024805* 3000-REPORT-CHANGES - ADD EVERY OUTGOING HOLIDAY NOT MATCHED   *
024806*                       BY THE RELOAD TO THE CHANGE LIST AS      *
024807*                       REMOVED, THEN WRITE THE CHANGE SECTION.  *
024808******************************************************************
024809 3000-REPORT-CHANGES.
024810     PERFORM 3100-NOTE-REMOVAL THRU 3100-EXIT
024811         VARYING HL-OLD-SUB FROM 1 BY 1
024812         UNTIL HL-OLD-SUB > HL-OLD-COUNT.
024813     MOVE SPACES TO HL-REPORT-LINE.
024814     WRITE HL-REPORT-LINE.
024815     MOVE 'CHANGES AGAINST THE OUTGOING MASTER' TO HL-REPORT-LINE.
024816     WRITE HL-REPORT-LINE.
024817     MOVE SPACES TO HL-REPORT-LINE.
024818     WRITE HL-REPORT-LINE.
024819     IF HL-CHG-COUNT = 0
024820         MOVE ' NONE - THE NEW MASTER MATCHES THE OLD ONE'
024821             TO HL-REPORT-LINE
024822         WRITE HL-REPORT-LINE
024823     END-IF.
024824     PERFORM 3200-WRITE-CHANGE THRU 3200-EXIT
024825         VARYING HL-CHG-SUB FROM 1 BY 1
024826         UNTIL HL-CHG-SUB > HL-CHG-COUNT.
024827     MOVE SPACES TO HL-REPORT-LINE.
024828     WRITE HL-REPORT-LINE.
024829     MOVE HL-ADDED-COUNT   TO HL-CT-ADDED.
024830     MOVE HL-REMOVED-COUNT TO HL-CT-REMOVED.
024831     MOVE HL-REDESC-COUNT  TO HL-CT-REDESC.
024832     MOVE HL-CHANGE-TOTAL-LINE TO HL-REPORT-LINE.
024833     WRITE HL-REPORT-LINE.
024834 3000-EXIT.
024835     EXIT.
024836******************************************************************
024837* 3100-NOTE-REMOVAL - THE OUTGOING HOLIDAY AT HL-OLD-SUB, IF     *
024838*                     NOTHING IN THE RELOAD MATCHED IT.          *
024839******************************************************************
024840 3100-NOTE-REMOVAL.
024841     IF HL-OLD-MATCHED(HL-OLD-SUB)
024842         GO TO 3100-EXIT
024843     END-IF.
024844     ADD 1 TO HL-CHG-COUNT.
024845     MOVE 'REMOVED'               TO HL-CHG-TYPE(HL-CHG-COUNT).
024846     MOVE HL-OLD-DATE(HL-OLD-SUB) TO HL-CHG-DATE(HL-CHG-COUNT).
024847     MOVE HL-OLD-CAL(HL-OLD-SUB)  TO HL-CHG-CAL(HL-CHG-COUNT).
024848     MOVE HL-OLD-DESC(HL-OLD-SUB) TO HL-CHG-DESC(HL-CHG-COUNT).
024849     MOVE SPACES TO HL-CHG-OLD-DESC(HL-CHG-COUNT).
024850     ADD 1 TO HL-REMOVED-COUNT.
024851 3100-EXIT.
024852     EXIT.
024853******************************************************************
024854* 3200-WRITE-CHANGE - ONE CHANGE LINE, AND FOR A RE-DESCRIPTION  *
024855*                     THE DESCRIPTION IT REPLACED UNDER IT.      *
024856******************************************************************
024857 3200-WRITE-CHANGE.
024858     MOVE HL-CHG-TYPE(HL-CHG-SUB) TO HL-CL-TYPE.
024859     MOVE HL-CHG-DATE(HL-CHG-SUB) TO HL-CL-DATE.
024860     MOVE HL-CHG-CAL(HL-CHG-SUB)  TO HL-CL-CAL.
024861     MOVE HL-CHG-DESC(HL-CHG-SUB) TO HL-CL-DESC.
024862     MOVE HL-CHANGE-LINE TO HL-REPORT-LINE.
024863     WRITE HL-REPORT-LINE.
024864     IF HL-CHG-REDESCRIBED(HL-CHG-SUB)
024865         MOVE HL-CHG-OLD-DESC(HL-CHG-SUB) TO HL-WL-OLD-DESC
024866         MOVE HL-WAS-LINE TO HL-REPORT-LINE
024867         WRITE HL-REPORT-LINE
024868     END-IF.
024869 3200-EXIT.
024870     EXIT.
024871******************************************************************
024872* 4000-CHECK-PERIODS - RECOUNT EVERY FISCAL PERIOD ON FPCFILE    *
024873*                      THAT HOLDS AN ADDED OR REMOVED HOLIDAY    *
024874*                      (ANY CALENDAR) AND LIST IT WITH ITS COUNT *
024875*                      ON FILE AND ITS COUNT NOW.  A RE-         *
024876*                      DESCRIPTION MOVES NO BUSINESS DAY, SO IT  *
024877*                      TOUCHES NO PERIOD.                        *
024878******************************************************************
024879 4000-CHECK-PERIODS.
024880     MOVE SPACES TO HL-REPORT-LINE.
024881     WRITE HL-REPORT-LINE.
024882     MOVE 'FISCAL PERIODS RECOUNTED ON THE SHOP CALENDAR'
024883         TO HL-REPORT-LINE.
024884     WRITE HL-REPORT-LINE.
024885     MOVE SPACES TO HL-REPORT-LINE.
024886     WRITE HL-REPORT-LINE.
024887     IF HL-ADDED-COUNT = 0 AND HL-REMOVED-COUNT = 0
024888         MOVE ' NONE - NO HOLIDAY ADDED OR REMOVED'
024889             TO HL-REPORT-LINE
024890         WRITE HL-REPORT-LINE
024891         GO TO 4000-EXIT
024892     END-IF.
024893     OPEN INPUT FPC-FILE.
024894     PERFORM 4100-CHECK-ONE-PERIOD THRU 4100-EXIT
024895         UNTIL HL-FPC-EOF
024896            OR HL-ABORT-RUN.
024897     CLOSE FPC-FILE.
024898     IF HL-ABORT-RUN
024899         MOVE ' RECOUNT STOPPED - CMNDATE CALL FAILED'
024900             TO HL-REPORT-LINE
024901         WRITE HL-REPORT-LINE
024902     END-IF.
024903     MOVE SPACES TO HL-REPORT-LINE.
024904     WRITE HL-REPORT-LINE.
024905     MOVE HL-TOUCHED-COUNT TO HL-PT-TOUCHED.
024906     MOVE HL-DIFFERS-COUNT TO HL-PT-DIFFERS.
024907     MOVE HL-PERIOD-TOTAL-LINE TO HL-REPORT-LINE.
024908     WRITE HL-REPORT-LINE.
024909 4000-EXIT.
024910     EXIT.
024911******************************************************************
024912* 4100-CHECK-ONE-PERIOD - READ ONE PERIOD; IF A CHANGE FALLS IN  *
024913*                         IT, RECOUNT IT AND LIST IT.            *
024914******************************************************************
024915 4100-CHECK-ONE-PERIOD.
024916     READ FPC-FILE
024917         AT END
024918             SET HL-FPC-EOF TO TRUE
024919             GO TO 4100-EXIT
024920     END-READ.
024921     MOVE FPC-FILE-REC TO CMN-FISCAL-CAL-RECORD.
024922     MOVE 'N' TO HL-TOUCHED-SW.
024923     PERFORM 4110-TEST-CHANGE THRU 4110-EXIT
024924         VARYING HL-CHG-SUB FROM 1 BY 1
024925         UNTIL HL-CHG-SUB > HL-CHG-COUNT
024926            OR HL-TOUCHED.
024927     IF NOT HL-TOUCHED
024928         GO TO 4100-EXIT
024929     END-IF.
024930     ADD 1 TO HL-TOUCHED-COUNT.
024931     PERFORM 4200-RECOUNT-PERIOD THRU 4200-EXIT.
024932     IF HL-ABORT-RUN
024933         GO TO 4100-EXIT
024934     END-IF.
024935     MOVE CMN-FPC-FISCAL-YEAR TO HL-PL-FISCAL-YEAR.
024936     MOVE CMN-FPC-PERIOD      TO HL-PL-PERIOD.
024937     MOVE CMN-FPC-START-DATE  TO HL-PL-START.
024938     MOVE CMN-FPC-END-DATE    TO HL-PL-END.
024939     MOVE CMN-FPC-BUS-DAYS    TO HL-PL-ON-FILE.
024940     MOVE HL-BUS-DAY-COUNT    TO HL-PL-NOW.
024941     IF HL-BUS-DAY-COUNT = CMN-FPC-BUS-DAYS
024942         MOVE 'UNCHANGED' TO HL-PL-STATUS
024943     ELSE
024944         MOVE 'COUNT DIFFERS' TO HL-PL-STATUS
024945         ADD 1 TO HL-DIFFERS-COUNT
024946     END-IF.
024947     MOVE HL-PERIOD-LINE TO HL-REPORT-LINE.
024948     WRITE HL-REPORT-LINE.
024949 4100-EXIT.
024950     EXIT.
024951******************************************************************
024952* 4110-TEST-CHANGE - DOES THE CHANGE AT HL-CHG-SUB ADD OR REMOVE *
024953*                    A HOLIDAY INSIDE THE CURRENT PERIOD?        *
024954******************************************************************
024955 4110-TEST-CHANGE.
024956     IF NOT HL-CHG-REDESCRIBED(HL-CHG-SUB)
024957        AND HL-CHG-DATE(HL-CHG-SUB) NOT < CMN-FPC-START-DATE
024958        AND HL-CHG-DATE(HL-CHG-SUB) NOT > CMN-FPC-END-DATE
024959         SET HL-TOUCHED TO TRUE
024960     END-IF.
024961 4110-EXIT.
024962     EXIT.
024963******************************************************************
024964* 4200-RECOUNT-PERIOD - WALK EVERY CALENDAR DAY OF THE CURRENT   *
024965*                       PERIOD AND COUNT THE ONES CMNDATE CALLS  *
024966*                       A BUSINESS DAY, THE WAY CMNFYCL DOES.    *
024967******************************************************************
024968 4200-RECOUNT-PERIOD.
024969     MOVE ZERO TO HL-BUS-DAY-COUNT.
024970     MOVE FUNCTION INTEGER-OF-DATE(CMN-FPC-START-DATE)
024971         TO HL-DAY-INTEGER.
024972     MOVE FUNCTION INTEGER-OF-DATE(CMN-FPC-END-DATE)
024973         TO HL-END-INTEGER.
024974     PERFORM 4210-TEST-ONE-DAY THRU 4210-EXIT
024975         UNTIL HL-DAY-INTEGER > HL-END-INTEGER
024976            OR HL-ABORT-RUN.
024977 4200-EXIT.
024978     EXIT.
024979******************************************************************
024980* 4210-TEST-ONE-DAY - ONE CMNDATE ISBD CALL FOR THE DAY AT       *
024981*                     HL-DAY-INTEGER.                            *
024982******************************************************************
024983 4210-TEST-ONE-DAY.
024984     SET CMN-FN-IS-BUS-DAY TO TRUE.
024985     MOVE HL-FPC-CAL-ID TO CMN-DATE-CAL-ID.
024986     MOVE HL-PGM-NAME TO CMN-DATE-CALLING-PGM.
024987     MOVE FUNCTION DATE-OF-INTEGER(HL-DAY-INTEGER)
024988         TO CMN-DATE-INPUT.
024989     CALL 'CMNDATE' USING HL-DATE-REQUEST-AREA HL-RETCODE-AREA.
024990     IF NOT CMN-RC-SUCCESS
024991         DISPLAY 'CMNHOLD - CMNDATE CALL FAILED RC='
024992             CMN-RETURN-CODE ' REASON=' CMN-REASON-CODE
024993         SET HL-ABORT-RUN TO TRUE
024994         GO TO 4210-EXIT
024995     END-IF.
024996     IF CMN-IS-BUS-DAY
024997         ADD 1 TO HL-BUS-DAY-COUNT
024998     END-IF.
024999     ADD 1 TO HL-DAY-INTEGER.
025000 4210-EXIT.
025001     EXIT.
025002******************************************************************
025003* 9000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION CODE -  *
025004*                  4 IF ANY CARD WAS REJECTED SO THE DECK GETS   *
025005*                  FIXED BEFORE THE CALENDAR IS TRUSTED, 8 IF A  *
025006*                  PERIOD'S BUSINESS-DAY COUNT NO LONGER MATCHES *
025007*                  FPCFILE, 12 IF THE RECOUNT COULD NOT FINISH.  *
025008******************************************************************
025009 9000-TERMINATE.
025010     CLOSE HOLCARD-FILE REPORT-FILE.
025011     IF HL-REJECT-COUNT > 0
025100         DISPLAY 'CMNHOLD - ' HL-REJECT-COUNT
025200             ' HOLIDAY CARD(S) REJECTED - SEE PROOF LIST'
025300         MOVE 4 TO RETURN-CODE
025400     END-IF.
025405     IF HL-DIFFERS-COUNT > 0
025410         DISPLAY 'CMNHOLD - ' HL-DIFFERS-COUNT
025415             ' FISCAL PERIOD(S) NOW COUNT DIFFERENTLY - RERUN'
025420             ' CMNFYCL AND RE-NOTIFY THE DEPARTMENTS'
025425         MOVE 8 TO RETURN-CODE
025430     END-IF.
025435     IF HL-ABORT-RUN
025440         DISPLAY 'CMNHOLD - FISCAL PERIOD RECOUNT DID NOT FINISH'
025445         MOVE 12 TO RETURN-CODE
025450     END-IF.
025500 9000-EXIT.
025600     EXIT.
