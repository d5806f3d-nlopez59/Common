002100*    AND THE RUN ENDS RC=8 ON ANY BREAK - WHEN THESE FILES       *
002200*    DISAGREE, ONE OF THE MORNING REPORTS IS QUIETLY LYING.      *
002300*                                                                *
002400*    THE WINDOW UNDER CHECK IS THE BATCH DATE DATBATC LAST       *
002410*    STAMPED ON THE WINDOW-CONTROL FILE - THE SAME DATE THIS     *
002420*    JOB STAMPS AS BALANCED.  A STEP THAT STARTS AFTER MIDNIGHT  *
002430*    DATES ITS RUNSTATS RECORD A DAY LATER, SO RECORDS ON OR     *
002440*    AFTER THE BATCH DATE ALL BELONG TO THE WINDOW.  RECORDS     *
002500*    ON ANY FILE DATED BEFORE IT BELONG TO EARLIER,              *
002600*    ALREADY-BALANCED WINDOWS AND ARE LEFT ALONE.  RUN THIS JOB  *
002700*    AFTER THE CMNACON CONSOLIDATION (SO THE NIGHT'S AUDIT       *
002800*    RECORDS ARE ON THE MASTER) AND AHEAD OF CMNASUM (WHICH      *
003100*    RULES PASS TRIVIALLY; THEY BITE ON THE NIGHTS SOMETHING     *
003200*    BROKE, WHICH ARE THE NIGHTS THAT MATTER.                    *
003300*                                                                *
003305*    THE WINDOW'S JOBS RUN IN A FIXED ORDER - DATBATC, CMNACON,  *
003310*    CMNRCON, CMNASUM - ENFORCED ON THE WINDOW-CONTROL FILE (DD  *
003315*    WINCTL, CMNWCTL LAYOUT).  THIS JOB WILL NOT START UNLESS    *
003320*    CMNACON'S LATEST STAMP FOR THE NEWEST DATBATC BATCH DATE -  *
003325*    WHICH MUST BE TODAY OR YESTERDAY - SAYS IT FINISHED CLEAN   *
003330*    (RC 00).  A REFUSED RUN BALANCES NOTHING AND ENDS RC=12.    *
003335*    EVERY RUN THAT DOES START APPENDS ITS OWN STAMP, RC=8 ON A  *
003340*    BREAK INCLUDED - CMNASUM WILL NOT ARCHIVE PAST THAT WITHOUT *
003345*    AN OPERATOR OVERRIDE.                                       *
003350*                                                                *
003400*    MODIFICATION HISTORY                                       *
003500*    DATE       INIT  DESCRIPTION                                *
003600*    ---------- ----  -------------------------------------------*
003720*                     OWN CHECKPOINTS - A LEGITIMATE CMNACON     *
003730*                     OR CMNASUM PHASE CHECKPOINT AWAITING ITS   *
003740*                     RESUBMIT IS NOT A BREAK.                   *
003750*    2026-10-15 RH    RUN-ORDER CONTROL - WILL NOT START UNTIL   *
003760*                     CMNACON HAS FINISHED CLEAN FOR THE SAME    *
003770*                     BATCH DATE ON THE WINDOW-CONTROL FILE (DD  *
003780*                     WINCTL), AND STAMPS ITS OWN COMPLETION     *
003790*                     THERE FOR CMNASUM.                         *
003791*    2026-10-15 RH    WINDOW UNDER CHECK IS THE WINCTL BATCH     *
003792*                     DATE THE RUN-ORDER CHECK PASSED, NOT       *
003793*                     THE NEWEST RUNSTATS RUN DATE - THE         *
003794*                     DATE BALANCED IS THE DATE STAMPED.         *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT REPORT-FILE ASSIGN TO "RCONRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005120     SELECT WINCTL-FILE ASSIGN TO "WINCTL"
005140         ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  RUNSTATS-FILE.
006100 01  ERROR-FILE-REC              PIC X(80).
006200 FD  REPORT-FILE.
006300 01  RN-REPORT-LINE              PIC X(80).
006320 FD  WINCTL-FILE.
006340 01  WINCTL-FILE-REC             PIC X(80).
006400 WORKING-STORAGE SECTION.
006410 77  RN-DATBATC-JOB              PIC X(08) VALUE 'DATBATC'.
006460 77  RN-JOB-NAME                 PIC X(08) VALUE 'CMNRCON'.
006500     COPY CMNRUNS.
006600     COPY CMNCKPT.
006700     COPY CMNAUDT.
006800     COPY CMNERRC.
006850     COPY CMNWCTL.
006900 01  RN-SWITCHES.
007000     05  RN-STATS-EOF-SW         PIC X(01) VALUE 'N'.
007100         88  RN-STATS-EOF        VALUE 'Y'.
007900         88  RN-FOUND            VALUE 'Y'.
008000     05  RN-OVERFLOW-SW          PIC X(01) VALUE 'N'.
008100         88  RN-OVERFLOW         VALUE 'Y'.
008105 01  RN-WINDOW-STATE.
008110     05  RN-WCTL-EOF-SW          PIC X(01) VALUE 'N'.
008115         88  RN-WCTL-EOF         VALUE 'Y'.
008120     05  RN-PRED-SEEN-SW         PIC X(01) VALUE 'N'.
008125         88  RN-PRED-SEEN        VALUE 'Y'.
008130     05  RN-RUN-REFUSED-SW       PIC X(01) VALUE 'N'.
008135         88  RN-RUN-REFUSED      VALUE 'Y'.
008140     05  RN-PRED-JOB             PIC X(08) VALUE 'CMNACON'.
008145     05  RN-PRED-RC              PIC 9(02) VALUE ZERO.
008150     05  RN-BATCH-DATE           PIC 9(08) VALUE ZERO.
008155     05  RN-PREV-DATE            PIC 9(08) VALUE ZERO.
008160     05  RN-DATE-INTEGER         PIC 9(09).
008165     05  RN-REFUSE-REASON        PIC X(50) VALUE SPACES.
008170 01  RN-CURRENT-DATE-TIME.
008175     05  RN-CDT-DATE             PIC 9(08).
008180     05  RN-CDT-TIME             PIC 9(06).
008185     05  FILLER                  PIC X(07).
008200 01  RN-COUNTERS.
008300     05  RN-BREAK-COUNT          PIC 9(05) VALUE ZERO.
008400 01  RN-WORK-FIELDS.
011600     05  RN-TL-DATE              PIC 9(08).
011700     05  FILLER                  PIC X(08) VALUE ' BREAKS='.
011800     05  RN-TL-BREAKS            PIC 9(05).
011820 01  RN-BATCH-LINE.
011840     05  FILLER                  PIC X(13) VALUE 'BATCH WINDOW '.
011860     05  RN-BL-DATE              PIC 9(08).
011900 PROCEDURE DIVISION.
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012150     IF NOT RN-RUN-REFUSED
012300         PERFORM 2000-LOAD-WINDOW-STATS THRU 2000-EXIT
012400         PERFORM 2100-LOAD-CHECKPOINTS THRU 2100-EXIT
012500         PERFORM 2200-LOAD-ERRORS THRU 2200-EXIT
012700         PERFORM 3000-CHECK-FAILED-STEPS THRU 3000-EXIT
012800         PERFORM 3100-CHECK-BYPASSES THRU 3100-EXIT
012900         PERFORM 3200-CHECK-DONE-STEPS THRU 3200-EXIT
013400     END-IF.
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013520     IF NOT RN-RUN-REFUSED
013540         PERFORM 9600-STAMP-WINDOW THRU 9600-EXIT
013560     END-IF.
013600     GOBACK.
013700 0000-EXIT.
013800     EXIT.
013900******************************************************************
014000* 1000-INITIALIZE - OPEN THE REPORT, WRITE THE HEADING, AND      *
014100*                   FIX THE WINDOW UNDER CHECK - THE BATCH       *
014200*                   DATE 1300-CHECK-RUN-ORDER PASSES.  NOTHING   *
014300*                   ELSE IS READ UNLESS CMNACON HAS FINISHED     *
014400*                   CLEAN FOR THAT DATE.                         *
014600******************************************************************
014700 1000-INITIALIZE.
014800     OPEN OUTPUT REPORT-FILE.
015100     WRITE RN-REPORT-LINE.
015200     MOVE SPACES TO RN-REPORT-LINE.
015300     WRITE RN-REPORT-LINE.
015320     PERFORM 1300-CHECK-RUN-ORDER THRU 1300-EXIT.
015340     IF RN-RUN-REFUSED
015360         GO TO 1000-EXIT
015380     END-IF.
015400     MOVE RN-BATCH-DATE TO RN-WINDOW-DATE.
015800 1000-EXIT.
015900     EXIT.
017501******************************************************************
017502* 1300-CHECK-RUN-ORDER - READ THE WINDOW-CONTROL FILE AND        *
017503*                        REFUSE THE RUN UNLESS THE NEWEST BATCH  *
017504*                        DATE ON IT IS TODAY OR YESTERDAY AND    *
017505*                        THE PREDECESSOR JOB'S LATEST STAMP FOR  *
017506*                        THAT DATE SAYS RC 00.                   *
017507******************************************************************
017508 1300-CHECK-RUN-ORDER.
017509     MOVE FUNCTION CURRENT-DATE TO RN-CURRENT-DATE-TIME.
017510     COMPUTE RN-DATE-INTEGER =
017511         FUNCTION INTEGER-OF-DATE(RN-CDT-DATE) - 1.
017512     MOVE FUNCTION DATE-OF-INTEGER(RN-DATE-INTEGER)
017513         TO RN-PREV-DATE.
017514     OPEN INPUT WINCTL-FILE.
017515     PERFORM 1310-READ-WINDOW-STAMP THRU 1310-EXIT
017516         UNTIL RN-WCTL-EOF.
017517     CLOSE WINCTL-FILE.
017518     IF RN-BATCH-DATE = 0
017519         MOVE 'NO DATBATC STAMP ON THE WINDOW-CONTROL FILE'
017520             TO RN-REFUSE-REASON
017521     ELSE
017522     IF RN-BATCH-DATE < RN-PREV-DATE
017523         STRING 'NEWEST BATCH DATE ' RN-BATCH-DATE
017524             ' IS NOT THE CURRENT WINDOW' DELIMITED BY SIZE
017525             INTO RN-REFUSE-REASON
017526     ELSE
017527     IF NOT RN-PRED-SEEN
017528         STRING RN-PRED-JOB DELIMITED BY SPACE
017529             ' HAS NOT FINISHED FOR ' RN-BATCH-DATE
017530             DELIMITED BY SIZE INTO RN-REFUSE-REASON
017531     ELSE
017532     IF RN-PRED-RC NOT = 0
017533         STRING RN-PRED-JOB DELIMITED BY SPACE
017534             ' ENDED RC=' RN-PRED-RC ' FOR ' RN-BATCH-DATE
017535             DELIMITED BY SIZE INTO RN-REFUSE-REASON
017536     END-IF
017537     END-IF
017538     END-IF
017539     END-IF.
017540     IF RN-REFUSE-REASON NOT = SPACES
017541         SET RN-RUN-REFUSED TO TRUE
017542         GO TO 1300-EXIT
017543     END-IF.
017544     MOVE RN-BATCH-DATE TO RN-BL-DATE.
017545     MOVE RN-BATCH-LINE TO RN-REPORT-LINE.
017546     WRITE RN-REPORT-LINE.
017547     MOVE SPACES TO RN-REPORT-LINE.
017548     WRITE RN-REPORT-LINE.
017549 1300-EXIT.
017550     EXIT.
017551******************************************************************
017552* 1310-READ-WINDOW-STAMP - ONE STAMP.  A NEWER DATBATC BATCH     *
017553*                          DATE STARTS A NEW WINDOW AND FORGETS  *
017554*                          ANY PREDECESSOR STAMP SEEN SO FAR;    *
017555*                          THE PREDECESSOR'S STAMPS FOR THE      *
017556*                          WINDOW DATE ARE IN RUN ORDER, SO THE  *
017557*                          LAST ONE READ IS THE ONE THAT COUNTS. *
017558******************************************************************
017559 1310-READ-WINDOW-STAMP.
017560     READ WINCTL-FILE
017561         AT END
017562             SET RN-WCTL-EOF TO TRUE
017563         NOT AT END
017564             MOVE WINCTL-FILE-REC TO CMN-WCTL-RECORD
017565             IF CMN-WCTL-JOB-NAME = RN-DATBATC-JOB
017566                AND CMN-WCTL-BATCH-DATE > RN-BATCH-DATE
017567                 MOVE CMN-WCTL-BATCH-DATE TO RN-BATCH-DATE
017568                 MOVE 'N' TO RN-PRED-SEEN-SW
017569             END-IF
017570             IF CMN-WCTL-JOB-NAME = RN-PRED-JOB
017571                AND CMN-WCTL-BATCH-DATE = RN-BATCH-DATE
017572                 SET RN-PRED-SEEN TO TRUE
017573                 MOVE CMN-WCTL-RETURN-CODE TO RN-PRED-RC
017574             END-IF
017575     END-READ.
017576 1310-EXIT.
017577     EXIT.
017600******************************************************************
017700* 2000-LOAD-WINDOW-STATS - ONE PASS OF RUNSTATS - STASH THE      *
017800*                          WINDOW'S OWN RECORDS FOR THE CROSS-   *
017900*                          CHECKS.  THE FILE IS NEVER CLEARED,   *
017950*                          SO IT CANNOT BE STASHED WHOLE.        *
018000******************************************************************
018100 2000-LOAD-WINDOW-STATS.
018300     OPEN INPUT RUNSTATS-FILE.
018400     PERFORM 2010-READ-RUN-STAT THRU 2010-EXIT
018500         UNTIL RN-STATS-EOF.
047500******************************************************************
047600* 9000-TERMINATE - WRITE THE VERDICT AND SET A NON-ZERO          *
047700*                  CONDITION CODE ON ANY BREAK.                  *
047750*                  A RUN REFUSED ON RUN ORDER ONLY SAYS WHY.     *
047800******************************************************************
047900 9000-TERMINATE.
047910     IF RN-RUN-REFUSED
047920         STRING 'RUN REFUSED - ' RN-REFUSE-REASON
047930             DELIMITED BY SIZE INTO RN-REPORT-LINE
047940         WRITE RN-REPORT-LINE
047950         CLOSE REPORT-FILE
047960         DISPLAY 'CMNRCON - RUN REFUSED - ' RN-REFUSE-REASON
047970         MOVE 12 TO RETURN-CODE
047980         GO TO 9000-EXIT
047990     END-IF.
048000     MOVE SPACES TO RN-REPORT-LINE.
048100     WRITE RN-REPORT-LINE.
048200     MOVE RN-WINDOW-DATE TO RN-TL-DATE.
049500     END-IF.
049600 9000-EXIT.
049700     EXIT.
049800******************************************************************
049900* 9600-STAMP-WINDOW - APPEND THIS RUN'S STAMP TO THE WINDOW-     *
050000*                     CONTROL FILE - THE BATCH DATE IT RAN FOR   *
050100*                     AND THE RETURN CODE JUST SET.  CMNASUM     *
050200*                     READS IT BEFORE IT WILL START.             *
050300******************************************************************
050400 9600-STAMP-WINDOW.
050500     MOVE FUNCTION CURRENT-DATE TO RN-CURRENT-DATE-TIME.
050600     MOVE SPACES TO CMN-WCTL-RECORD.
050700     MOVE RN-BATCH-DATE TO CMN-WCTL-BATCH-DATE.
050800     MOVE RN-JOB-NAME TO CMN-WCTL-JOB-NAME.
050900     STRING RN-CDT-DATE RN-CDT-TIME DELIMITED BY SIZE
051000         INTO CMN-WCTL-END-TS.
051100     MOVE RETURN-CODE TO CMN-WCTL-RETURN-CODE.
051200     OPEN EXTEND WINCTL-FILE.
051300     MOVE CMN-WCTL-RECORD TO WINCTL-FILE-REC.
051400     WRITE WINCTL-FILE-REC.
051500     CLOSE WINCTL-FILE.
051600 9600-EXIT.
051700     EXIT.
