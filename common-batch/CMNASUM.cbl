003398*    RESUBMITTED - THE RUN STOPS LOUDLY WITH RETURN-CODE 12      *
003399*    RATHER THAN CLEARING A LIVE FILE THAT WAS NEVER ARCHIVED.   *
003400*                                                                *
003405*    THE WINDOW'S JOBS RUN IN A FIXED ORDER - DATBATC, CMNACON,  *
003410*    CMNRCON, CMNASUM - ENFORCED ON THE WINDOW-CONTROL FILE (DD  *
003415*    WINCTL, CMNWCTL LAYOUT).  THIS JOB WILL NOT START UNLESS    *
003420*    CMNRCON'S LATEST STAMP FOR THE NEWEST DATBATC BATCH DATE -  *
003425*    WHICH MUST BE TODAY OR YESTERDAY - SAYS IT FINISHED CLEAN.  *
003430*    A CMNRCON RC=8 MEANS THE CONTROL FILES DID NOT BALANCE, AND *
003435*    ARCHIVING PAST IT EMPTIES THE LIVE FILE THE BREAK MAY NEED, *
003440*    SO IT STOPS THE RUN TOO - UNLESS AN OPERATOR OVERRIDE CARD  *
003445*    (DD OVRDCARD) FOR THE SAME BATCH DATE NAMES WHO IS TAKING   *
003450*    IT AND UNDER WHAT TICKET:                                   *
003455*      COLS  1-8   OVERRIDE                                      *
003460*      COLS 10-17  BATCH DATE (CCYYMMDD)                         *
003465*      COLS 19-26  OPERATOR USER ID                              *
003470*      COLS 28-37  CHANGE/INCIDENT TICKET                        *
003475*      COLS 39-66  REASON                                        *
003480*    A USED OVERRIDE IS DISPLAYED, PRINTED ON THE REPORT, AND    *
003485*    RECORDED ON THIS JOB'S STAMP.  A REFUSED RUN TOUCHES        *
003490*    NOTHING AND ENDS RETURN-CODE 12.                            *
003491*                                                                *
003492*    EVERY ARCHIVE GENERATION THIS JOB KEEPS GETS A MANIFEST     *
003493*    RECORD (DD AUDMANF, CMNAMAN LAYOUT) - BATCH DATE, COUNT,    *
003494*    FIRST AND LAST AUDIT TIMESTAMP, AND THE CMNAHSH CONTROL     *
003495*    TOTAL - WRITTEN AHEAD OF THE ARCHIVE CHECKPOINT, A          *
003496*    RESTART'S EMPTY GENERATION AS TYPE 'R'.  A RUN ENDING RC=12 *
003497*    WRITES NONE, AND THE JCL DOES NOT CATALOG ITS (+1).  CMNAVER*
003498*    CHECKS THE CATALOGED GENERATIONS AGAINST THE MANIFEST.      *
003499*                                                                *
003500*    MODIFICATION HISTORY                                       *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    ---------- ----  -------------------------------------------*
003894*                     STALE ONE STOPS THE RUN WITH RETURN-CODE   *
003895*                     12 INSTEAD OF SKIPPING THE ARCHIVE AND     *
003896*                     CLEARING A NEVER-ARCHIVED DAY.             *
003906*    2026-10-15 RH    RUN-ORDER CONTROL - WILL NOT START UNTIL   *
003916*                     CMNRCON HAS FINISHED CLEAN FOR THE SAME    *
003926*                     BATCH DATE ON THE WINDOW-CONTROL FILE (DD  *
003936*                     WINCTL), OR ENDED RC=8 AND AN OPERATOR     *
003946*                     OVERRIDE CARD (DD OVRDCARD) IS SUPPLIED.   *
003956*                     STAMPS ITS OWN COMPLETION, AND ANY         *
003966*                     OVERRIDE USED, ON THE SAME FILE.           *
003967*    2026-10-15 RH    MANIFEST RECORD PER ARCHIVE GENERATION ON  *
003968*                     DD AUDMANF (CMNAMAN) - COUNT, FIRST/LAST   *
003969*                     TIMESTAMP AND CONTROL TOTAL - FOR THE      *
003970*                     CMNAVER GENERATION CHECK.                  *
003971*    2026-10-15 RH    MANIFEST RECORD WRITTEN ONLY FOR A         *
003972*                     BALANCED GENERATION - AN UNBALANCED ONE    *
003973*                     ENDS RC=12 AND IS NOT CATALOGED.           *
003976******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
005000         ORGANIZATION IS LINE SEQUENTIAL.
005010     SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
005020         ORGANIZATION IS LINE SEQUENTIAL.
005030     SELECT WINCTL-FILE ASSIGN TO "WINCTL"
005040         ORGANIZATION IS LINE SEQUENTIAL.
005050     SELECT OVRD-FILE ASSIGN TO "OVRDCARD"
005060         ORGANIZATION IS LINE SEQUENTIAL.
005070     SELECT MANIFEST-FILE ASSIGN TO "AUDMANF"
005080         ORGANIZATION IS LINE SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  AUDIT-FILE.
006000 01  AS-REPORT-LINE              PIC X(80).
006010 FD  CKPT-FILE.
006020 01  CKPT-FILE-REC               PIC X(42).
006030 FD  WINCTL-FILE.
006040 01  WINCTL-FILE-REC             PIC X(80).
006050 FD  OVRD-FILE.
006060 01  OVRD-FILE-REC               PIC X(80).
006070 FD  MANIFEST-FILE.
006080 01  MANIFEST-FILE-REC           PIC X(80).
006100 WORKING-STORAGE SECTION.
006110 77  AS-JOB-NAME                 PIC X(08) VALUE 'CMNASUM'.
006120 77  AS-ARCH-PHASE               PIC X(08) VALUE 'ARCHIVE'.
006170 77  AS-DATBATC-JOB              PIC X(08) VALUE 'DATBATC'.
006200     COPY CMNAUDT.
006210     COPY CMNCKPT.
006260     COPY CMNWCTL.
006270     COPY CMNAMAN.
006300 01  AS-PRIOR-RECORD.
006400     05  AS-PRIOR-DATE           PIC 9(08).
006500     05  AS-PRIOR-TOTAL          PIC 9(07).
007440         88  AS-CKPT-ARCHIVED    VALUE 'Y'.
007450     05  AS-CKPT-STALE-SW        PIC X(01) VALUE 'N'.
007460         88  AS-CKPT-STALE       VALUE 'Y'.
007461 01  AS-WINDOW-STATE.
007462     05  AS-WCTL-EOF-SW          PIC X(01) VALUE 'N'.
007463         88  AS-WCTL-EOF         VALUE 'Y'.
007464     05  AS-PRED-SEEN-SW         PIC X(01) VALUE 'N'.
007465         88  AS-PRED-SEEN        VALUE 'Y'.
007466     05  AS-RUN-REFUSED-SW       PIC X(01) VALUE 'N'.
007467         88  AS-RUN-REFUSED      VALUE 'Y'.
007468     05  AS-OVERRIDE-USED-SW     PIC X(01) VALUE 'N'.
007469         88  AS-OVERRIDE-USED    VALUE 'Y'.
007470     05  AS-PRED-JOB             PIC X(08) VALUE 'CMNRCON'.
007471     05  AS-PRED-RC              PIC 9(02) VALUE ZERO.
007472         88  AS-PRED-BREAKS      VALUE 8.
007473     05  AS-BATCH-DATE           PIC 9(08) VALUE ZERO.
007474     05  AS-REFUSE-REASON        PIC X(66) VALUE SPACES.
007475     05  AS-OVR-PROBLEM          PIC X(37) VALUE SPACES.
007476 01  AS-OVERRIDE-CARD.
007477     05  AS-OVR-VERB             PIC X(08).
007478         88  AS-OVR-IS-OVERRIDE  VALUE 'OVERRIDE'.
007479     05  FILLER                  PIC X(01).
007480     05  AS-OVR-BATCH-DATE       PIC 9(08).
007481     05  FILLER                  PIC X(01).
007482     05  AS-OVR-USER             PIC X(08).
007483     05  FILLER                  PIC X(01).
007484     05  AS-OVR-TICKET           PIC X(10).
007485     05  FILLER                  PIC X(01).
007486     05  AS-OVR-REASON           PIC X(28).
007487     05  FILLER                  PIC X(14).
007500 01  AS-COUNTERS.
007600     05  AS-READ-COUNT           PIC 9(07) VALUE ZERO.
007700     05  AS-ARCHIVED-COUNT       PIC 9(07) VALUE ZERO.
007713     05  AS-CKPT-TS-SPLIT.
007714         10  AS-CKPT-TS-DATE     PIC 9(08).
007715         10  FILLER              PIC X(06).
007716     05  AS-FIRST-ARCH-TS        PIC X(14) VALUE SPACES.
007717     05  AS-LAST-ARCH-TS         PIC X(14) VALUE SPACES.
007720 01  AS-KEEP-TABLE.
007730     05  AS-KEEP-COUNT           PIC 9(04) COMP VALUE ZERO.
007740     05  AS-KEEP-SUB             PIC 9(04) COMP.
012400     05  AS-TL-PRIOR             PIC 9(07).
012500     05  FILLER                  PIC X(12) VALUE ' DIFFERENCE='.
012600     05  AS-TL-DIFF              PIC +9(07).
012605 01  AS-BATCH-LINE.
012610     05  FILLER                  PIC X(13) VALUE 'BATCH WINDOW '.
012615     05  AS-BL-DATE              PIC 9(08).
012620 01  AS-OVERRIDE-LINE.
012625     05  FILLER                  PIC X(23)
012630                                 VALUE 'CMNRCON RC=08 OVERRIDE '.
012635     05  AS-OL-USER              PIC X(08).
012640     05  FILLER                  PIC X(01) VALUE SPACE.
012645     05  AS-OL-TICKET            PIC X(10).
012650     05  FILLER                  PIC X(01) VALUE SPACE.
012655     05  AS-OL-REASON            PIC X(28).
012700 PROCEDURE DIVISION.
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012910     IF NOT AS-CKPT-STALE AND NOT AS-RUN-REFUSED
013000         PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
013100             UNTIL AS-AUDIT-EOF
013200         PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
013210     END-IF.
013300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013320     IF NOT AS-RUN-REFUSED
013340         PERFORM 9600-STAMP-WINDOW THRU 9600-EXIT
013360     END-IF.
013400     GOBACK.
013500 0000-EXIT.
013600     EXIT.
013700******************************************************************
013800* 1000-INITIALIZE - PICK UP THE PRIOR-DAY TOTAL, OPEN THE DAY'S  *
013900*                   FILES, AND WRITE THE REPORT HEADING.         *
013920*                   NOTHING IS OPENED UNLESS CMNRCON HAS         *
013940*                   FINISHED CLEAN FOR THE WINDOW, OR AN         *
013960*                   OVERRIDE COVERS ITS RC=8 - SEE               *
013980*                   1300-CHECK-RUN-ORDER.                        *
014000******************************************************************
014100 1000-INITIALIZE.
014200     MOVE FUNCTION CURRENT-DATE TO AS-CURRENT-DATE-TIME.
014202         FUNCTION INTEGER-OF-DATE(AS-CDT-DATE) - 1.
014203     MOVE FUNCTION DATE-OF-INTEGER(AS-DATE-INTEGER)
014204         TO AS-PREV-DATE.
014205     PERFORM 1300-CHECK-RUN-ORDER THRU 1300-EXIT.
014206     IF AS-RUN-REFUSED
014207         GO TO 1000-EXIT
014208     END-IF.
014210     PERFORM 1200-LOAD-CHECKPOINTS THRU 1200-EXIT.
014220     IF AS-CKPT-STALE
014230         GO TO 1000-EXIT
014700     OPEN INPUT AUDIT-FILE.
014800     OPEN OUTPUT ARCHIVE-FILE.
014900     OPEN OUTPUT REPORT-FILE.
014910     MOVE ZERO TO CMN-AHSH-TOTAL.
015000     MOVE 'DAILY COMMON-SERVICES AUDIT ACTIVITY SUMMARY'
015100         TO AS-REPORT-LINE.
015200     WRITE AS-REPORT-LINE.
015300     MOVE SPACES TO AS-REPORT-LINE.
015400     WRITE AS-REPORT-LINE.
015401     MOVE AS-BATCH-DATE TO AS-BL-DATE.
015402     MOVE AS-BATCH-LINE TO AS-REPORT-LINE.
015403     WRITE AS-REPORT-LINE.
015404     IF AS-OVERRIDE-USED
015405         MOVE AS-OVR-USER TO AS-OL-USER
015406         MOVE AS-OVR-TICKET TO AS-OL-TICKET
015407         MOVE AS-OVR-REASON TO AS-OL-REASON
015408         MOVE AS-OVERRIDE-LINE TO AS-REPORT-LINE
015409         WRITE AS-REPORT-LINE
015410     END-IF.
015411     MOVE SPACES TO AS-REPORT-LINE.
015412     WRITE AS-REPORT-LINE.
015413     IF AS-CKPT-ARCHIVED
015420         MOVE 'RESTART - DETAIL ALREADY ARCHIVED BY AN EARLIER'
015430             TO AS-REPORT-LINE
015440         WRITE AS-REPORT-LINE
015710 1210-EXIT.
015711     EXIT.
015712******************************************************************
015713* 1300-CHECK-RUN-ORDER - READ THE WINDOW-CONTROL FILE AND        *
015714*                        REFUSE THE RUN UNLESS THE NEWEST BATCH  *
015715*                        DATE ON IT IS TODAY OR YESTERDAY AND    *
015716*                        THE PREDECESSOR JOB'S LATEST STAMP FOR  *
015717*                        THAT DATE SAYS RC 00 - OR SAYS RC 08    *
015718*                        AND A VALID OVERRIDE CARD IS SUPPLIED.  *
015719******************************************************************
015720 1300-CHECK-RUN-ORDER.
015721     OPEN INPUT WINCTL-FILE.
015722     PERFORM 1310-READ-WINDOW-STAMP THRU 1310-EXIT
015723         UNTIL AS-WCTL-EOF.
015724     CLOSE WINCTL-FILE.
015725     IF AS-BATCH-DATE = 0
015726         MOVE 'NO DATBATC STAMP ON THE WINDOW-CONTROL FILE'
015727             TO AS-REFUSE-REASON
015728     ELSE
015729     IF AS-BATCH-DATE < AS-PREV-DATE
015730         STRING 'NEWEST BATCH DATE ' AS-BATCH-DATE
015731             ' IS NOT THE CURRENT WINDOW' DELIMITED BY SIZE
015732             INTO AS-REFUSE-REASON
015733     ELSE
015734     IF NOT AS-PRED-SEEN
015735         STRING AS-PRED-JOB DELIMITED BY SPACE
015736             ' HAS NOT FINISHED FOR ' AS-BATCH-DATE
015737             DELIMITED BY SIZE INTO AS-REFUSE-REASON
015738     ELSE
015739     IF AS-PRED-BREAKS
015740         PERFORM 1320-READ-OVERRIDE THRU 1320-EXIT
015741         IF NOT AS-OVERRIDE-USED
015742             STRING AS-PRED-JOB DELIMITED BY SPACE
015743                 ' RC=08 FOR ' AS-BATCH-DATE ', '
015744                 AS-OVR-PROBLEM DELIMITED BY SIZE
015745                 INTO AS-REFUSE-REASON
015746         END-IF
015747     ELSE
015748     IF AS-PRED-RC NOT = 0
015749         STRING AS-PRED-JOB DELIMITED BY SPACE
015750             ' ENDED RC=' AS-PRED-RC ' FOR ' AS-BATCH-DATE
015751             DELIMITED BY SIZE INTO AS-REFUSE-REASON
015752     END-IF
015753     END-IF
015754     END-IF
015755     END-IF
015756     END-IF.
015757     IF AS-REFUSE-REASON NOT = SPACES
015758         SET AS-RUN-REFUSED TO TRUE
015759     END-IF.
015760 1300-EXIT.
015761     EXIT.
015762******************************************************************
015763* 1310-READ-WINDOW-STAMP - ONE STAMP.  A NEWER DATBATC BATCH     *
015764*                          DATE STARTS A NEW WINDOW AND FORGETS  *
015765*                          ANY PREDECESSOR STAMP SEEN SO FAR;    *
015766*                          THE PREDECESSOR'S STAMPS FOR THE      *
015767*                          WINDOW DATE ARE IN RUN ORDER, SO THE  *
015768*                          LAST ONE READ IS THE ONE THAT COUNTS. *
015769******************************************************************
015770 1310-READ-WINDOW-STAMP.
015771     READ WINCTL-FILE
015772         AT END
015773             SET AS-WCTL-EOF TO TRUE
015774         NOT AT END
015775             MOVE WINCTL-FILE-REC TO CMN-WCTL-RECORD
015776             IF CMN-WCTL-JOB-NAME = AS-DATBATC-JOB
015777                AND CMN-WCTL-BATCH-DATE > AS-BATCH-DATE
015778                 MOVE CMN-WCTL-BATCH-DATE TO AS-BATCH-DATE
015779                 MOVE 'N' TO AS-PRED-SEEN-SW
015780             END-IF
015781             IF CMN-WCTL-JOB-NAME = AS-PRED-JOB
015782                AND CMN-WCTL-BATCH-DATE = AS-BATCH-DATE
015783                 SET AS-PRED-SEEN TO TRUE
015784                 MOVE CMN-WCTL-RETURN-CODE TO AS-PRED-RC
015785             END-IF
015786     END-READ.
015787 1310-EXIT.
015788     EXIT.
015789******************************************************************
015790* 1320-READ-OVERRIDE - CMNRCON FOUND BREAKS.  READ THE OPERATOR  *
015791*                      OVERRIDE CARD, IF ANY - IT MUST BE FOR    *
015792*                      THIS BATCH DATE AND NAME BOTH THE USER    *
015793*                      AND THE TICKET.  ANYTHING LESS LEAVES     *
015794*                      THE WHY IN AS-OVR-PROBLEM.                *
015795******************************************************************
015796 1320-READ-OVERRIDE.
015797     MOVE SPACES TO AS-OVERRIDE-CARD.
015798     OPEN INPUT OVRD-FILE.
015799     READ OVRD-FILE
015800         AT END
015801             MOVE 'NO OVERRIDE CARD' TO AS-OVR-PROBLEM
015802         NOT AT END
015803             MOVE OVRD-FILE-REC TO AS-OVERRIDE-CARD
015804     END-READ.
015805     CLOSE OVRD-FILE.
015806     IF AS-OVR-PROBLEM NOT = SPACES
015807         GO TO 1320-EXIT
015808     END-IF.
015809     IF NOT AS-OVR-IS-OVERRIDE
015810         MOVE 'CARD IS NOT AN OVERRIDE CARD' TO AS-OVR-PROBLEM
015811     ELSE
015812     IF AS-OVR-BATCH-DATE NOT NUMERIC
015813        OR AS-OVR-BATCH-DATE NOT = AS-BATCH-DATE
015814         MOVE 'OVERRIDE CARD NOT FOR THIS BATCH DATE'
015815             TO AS-OVR-PROBLEM
015816     ELSE
015817     IF AS-OVR-USER = SPACES OR AS-OVR-TICKET = SPACES
015818         MOVE 'OVERRIDE NEEDS USER ID AND TICKET'
015819             TO AS-OVR-PROBLEM
015820     END-IF
015821     END-IF
015822     END-IF.
015823     IF AS-OVR-PROBLEM NOT = SPACES
015824         GO TO 1320-EXIT
015825     END-IF.
015826     SET AS-OVERRIDE-USED TO TRUE.
015827     DISPLAY 'CMNASUM - CMNRCON RC=08 FOR ' AS-BATCH-DATE
015828         ' OVERRIDDEN BY ' AS-OVR-USER ' TICKET ' AS-OVR-TICKET.
015829     DISPLAY 'CMNASUM - OVERRIDE REASON: ' AS-OVR-REASON.
015830 1320-EXIT.
015831     EXIT.
015832******************************************************************
015833* 1100-READ-PRIOR - READ THE PRIOR-DAY TOTALS RECORD.  AN EMPTY  *
015900*                   FILE (FIRST EVER RUN) JUST MEANS THERE IS    *
016000*                   NOTHING TO COMPARE AGAINST YET.              *
016100******************************************************************
018700                 MOVE AUDIT-FILE-REC TO ARCHIVE-FILE-REC
018800                 WRITE ARCHIVE-FILE-REC
018900                 ADD 1 TO AS-ARCHIVED-COUNT
018901                 IF AS-ARCHIVED-COUNT = 1
018902                     MOVE CMN-AUDIT-TIMESTAMP TO AS-FIRST-ARCH-TS
018903                 END-IF
018904                 MOVE CMN-AUDIT-TIMESTAMP TO AS-LAST-ARCH-TS
018905                 MOVE AUDIT-FILE-REC TO CMN-AHSH-IMAGE
018906                 PERFORM 9700-HASH-AUDIT-IMAGE THRU 9700-EXIT
018910             END-IF
019000     END-READ.
019100 2000-EXIT.
039210*                  CHECKPOINT ON A COMPLETE FINISH.  A RESTART   *
039220*                  THAT FOUND THE ARCHIVE CHECKPOINT TAKES THE   *
039230*                  TOTAL FROM THE CHECKPOINT - THE LIVE FILE     *
039240*                  MAY ALREADY BE EMPTY.  THE GENERATION'S       *
039250*                  MANIFEST RECORD GOES OUT ONCE IT BALANCES,    *
039260*                  AHEAD OF THE CHECKPOINT.  AN UNBALANCED RUN   *
039270*                  ENDS RC=12 AND THE JCL DISCARDS ITS (+1).     *
039290*                  A RUN REFUSED ON RUN ORDER ONLY SAYS WHY.     *
039300******************************************************************
039400 9000-TERMINATE.
039401     IF AS-RUN-REFUSED
039402         DISPLAY 'CMNASUM - RUN REFUSED - ' AS-REFUSE-REASON
039403         MOVE 12 TO RETURN-CODE
039404         GO TO 9000-EXIT
039405     END-IF.
039410     IF AS-CKPT-STALE
039420         DISPLAY 'CMNASUM - STALE ARCHIVE CHECKPOINT ON'
039430             ' CKPTFILE - A FAILED RUN WAS NEVER RESUBMITTED,'
039600     DISPLAY 'CMNASUM - RECORDS READ=' AS-READ-COUNT
039700         ' ARCHIVED=' AS-ARCHIVED-COUNT.
039800     IF AS-CKPT-ARCHIVED OR AS-READ-COUNT = AS-ARCHIVED-COUNT
039805         PERFORM 9300-WRITE-MANIFEST THRU 9300-EXIT
039810         IF NOT AS-CKPT-ARCHIVED
039820             MOVE AS-ARCHIVED-COUNT TO AS-CKPT-COUNT-WS
039830             PERFORM 9400-WRITE-ARCH-CHECKPOINT THRU 9400-EXIT
041100     END-IF.
041200 9000-EXIT.
041300     EXIT.
041301******************************************************************
041302* 9300-WRITE-MANIFEST - APPEND THE MANIFEST RECORD FOR THE       *
041303*                       GENERATION JUST CLOSED - TYPE 'R' FOR A  *
041304*                       RESTART'S EMPTY GENERATION, WHOSE DAY IS *
041305*                       ON THE EARLIER RUN'S.                    *
041306******************************************************************
041307 9300-WRITE-MANIFEST.
041308     MOVE FUNCTION CURRENT-DATE TO AS-CURRENT-DATE-TIME.
041309     MOVE SPACES TO CMN-AMAN-RECORD.
041310     MOVE AS-BATCH-DATE TO CMN-AMAN-BATCH-DATE.
041311     MOVE AS-ARCHIVED-COUNT TO CMN-AMAN-RECORD-COUNT.
041312     MOVE AS-FIRST-ARCH-TS TO CMN-AMAN-FIRST-TS.
041313     MOVE AS-LAST-ARCH-TS TO CMN-AMAN-LAST-TS.
041314     MOVE CMN-AHSH-TOTAL TO CMN-AMAN-HASH-TOTAL.
041315     STRING AS-CDT-DATE AS-CDT-TIME DELIMITED BY SIZE
041316         INTO CMN-AMAN-WRITTEN-TS.
041317     IF AS-CKPT-ARCHIVED
041318         SET CMN-AMAN-RESTART TO TRUE
041319     ELSE
041320         SET CMN-AMAN-ARCHIVED TO TRUE
041321     END-IF.
041322     OPEN EXTEND MANIFEST-FILE.
041323     MOVE CMN-AMAN-RECORD TO MANIFEST-FILE-REC.
041324     WRITE MANIFEST-FILE-REC.
041325     CLOSE MANIFEST-FILE.
041326 9300-EXIT.
041327     EXIT.
041328******************************************************************
041329* 9400-WRITE-ARCH-CHECKPOINT - THE BALANCED ARCHIVE GENERATION   *
041330*                              IS CLOSED BUT THE LIVE FILE       *
041340*                              STILL HOLDS THE DAY - THE         *
041350*                              IRREVERSIBLE MOMENT A RERUN MUST  *
042000     WRITE CKPT-FILE-REC.
042010 9520-EXIT.
042020     EXIT.
042120******************************************************************
042220* 9600-STAMP-WINDOW - APPEND THIS RUN'S STAMP TO THE WINDOW-     *
042320*                     CONTROL FILE - THE BATCH DATE IT RAN FOR,  *
042420*                     THE RETURN CODE JUST SET, AND WHO OVERRODE *
042520*                     A CMNRCON RC=8, IF ANYONE DID.             *
042620******************************************************************
042720 9600-STAMP-WINDOW.
042820     MOVE FUNCTION CURRENT-DATE TO AS-CURRENT-DATE-TIME.
042920     MOVE SPACES TO CMN-WCTL-RECORD.
043020     MOVE AS-BATCH-DATE TO CMN-WCTL-BATCH-DATE.
043120     MOVE AS-JOB-NAME TO CMN-WCTL-JOB-NAME.
043220     STRING AS-CDT-DATE AS-CDT-TIME DELIMITED BY SIZE
043320         INTO CMN-WCTL-END-TS.
043420     MOVE RETURN-CODE TO CMN-WCTL-RETURN-CODE.
043520     IF AS-OVERRIDE-USED
043620         MOVE AS-OVR-USER TO CMN-WCTL-OVR-USER
043720         MOVE AS-OVR-TICKET TO CMN-WCTL-OVR-TICKET
043820         MOVE AS-OVR-REASON TO CMN-WCTL-OVR-REASON
043920     END-IF.
044020     OPEN EXTEND WINCTL-FILE.
044120     MOVE CMN-WCTL-RECORD TO WINCTL-FILE-REC.
044220     WRITE WINCTL-FILE-REC.
044320     CLOSE WINCTL-FILE.
044420 9600-EXIT.
044520     EXIT.
044530     COPY CMNAHSH.
