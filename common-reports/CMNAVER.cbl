000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMNAVER.
000300 AUTHOR.        R HALVERSEN - SHARED SERVICES GROUP.
000400 INSTALLATION.  COMMON-STATIC-CALLS LIBRARY.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    TITLE    : CMNAVER - AUDIT ARCHIVE GENERATION CHECK         *
000900*                                                                *
001000*    CMNASUM WRITES A MANIFEST RECORD (DD AUDMANF, CMNAMAN) FOR  *
001100*    EVERY AUDIT ARCHIVE GENERATION IT CLOSES.  THIS JOB READS   *
001200*    EVERY CATALOGED GENERATION (DD AUDARCH - THE GDG BASE,      *
001300*    WHICH READS THEM ALL AS ONE CONCATENATION) AND CHECKS WHAT  *
001400*    IS THERE AGAINST WHAT THE MANIFEST SAYS WAS WRITTEN:        *
001500*      - ARCHIVE RECORDS NO MANIFEST ENTRY ACCOUNTS FOR - A      *
001600*        GENERATION WITH NO MANIFEST ENTRY                       *
001700*      - PER MANIFEST ENTRY, THE RECORDS FOUND AND THEIR CMNAHSH *
001800*        CONTROL TOTAL AGAINST THE MANIFEST'S, OR NO RECORDS AT  *
001900*        ALL - A GENERATION THAT IS NO LONGER CATALOGED          *
002000*      - BUSINESS DATES WITH NO MANIFEST ENTRY - A NIGHT THAT    *
002100*        NEVER GOT ARCHIVED                                      *
002200*    AND ENDS RETURN-CODE 8 ON ANY DISCREPANCY.                  *
002300*                                                                *
002400*    THE CONCATENATION HAS NO GENERATION BOUNDARIES IN IT, SO A  *
002500*    RECORD IS PLACED BY ITS CMN-AUDIT-TIMESTAMP - IT BELONGS TO *
002600*    THE MANIFEST ENTRY WHOSE FIRST-TO-LAST TIMESTAMP RANGE      *
002700*    HOLDS IT.  THE WINDOWS DO NOT OVERLAP, SO THE RANGES DO     *
002800*    NOT EITHER.  A DAY ARCHIVED TWICE LANDS ON ONE ENTRY TWICE  *
002900*    OVER AND SHOWS AS A COUNT MISMATCH, WHICH IT IS.            *
003000*                                                                *
003100*    THE GDG ROLLS ITS OLDEST GENERATION OFF AS EACH NEW ONE IS  *
003200*    CATALOGED, BUT THE MANIFEST IS NEVER CLEARED.  EVERY        *
003300*    MANIFEST ENTRY IS ONE GENERATION, SO ONLY THE ENTRIES       *
003310*    BEYOND THE NEWEST 45 (THE GDG LIMIT) HAVE ROLLED OFF - THEY *
003320*    ARE COUNTED, NOT CHECKED.  AN ENTRY INSIDE THE LIMIT WHOSE  *
003330*    RECORDS ARE NOT ON THE ARCHIVE WAS DELETED OR UNCATALOGED,  *
003340*    HOWEVER OLD IT IS, AND IS REPORTED.  THE DATE CHECK RUNS    *
003500*    FROM THE OLDEST ENTRY INSIDE THE LIMIT THROUGH YESTERDAY.   *
003600*    A DATE ON WHICH DATBATC WROTE A 'WINSKIP' RUN-STATISTICS    *
003700*    RECORD (DD RUNSTATS) WAS A WEEKEND OR HOLIDAY IT            *
003800*    DELIBERATELY SAT OUT AND IS NOT EXPECTED TO HAVE ONE.       *
003900*                                                                *
004000*    THE MANIFEST TABLE HOLDS THE NEWEST 500 ENTRIES - WELL PAST *
004100*    THE GDG LIMIT - AND OLDER ONES ARE COUNTED AS ROLLED OFF.   *
004200*    UP TO 200 'WINSKIP' DATES IN THE CHECKED SPAN ARE HELD;     *
004300*    PAST THAT THE DATE CHECK MAY REPORT A SKIPPED DAY AS        *
004400*    MISSING, SAYS SO, AND ENDS RC=4 IF NOTHING ELSE WAS FOUND.  *
004500*                                                                *
004600*    MODIFICATION HISTORY                                       *
004700*    DATE       INIT  DESCRIPTION                                *
004800*    ---------- ----  -------------------------------------------*
004900*    2026-10-15 RH    ORIGINAL                                   *
004910*    2026-10-15 RH    ROLL-OFF IS THE ENTRIES BEYOND THE GDG     *
004920*                     LIMIT, NOT THOSE OLDER THAN THE OLDEST     *
004930*                     ARCHIVE RECORD - A DELETED OLDEST          *
004940*                     GENERATION IS NOW REPORTED.                *
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT MANIFEST-FILE ASSIGN TO "AUDMANF"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT REPORT-FILE ASSIGN TO "AVERRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  MANIFEST-FILE.
006500 01  MANIFEST-FILE-REC           PIC X(80).
006600 FD  ARCHIVE-FILE.
006700 01  ARCHIVE-FILE-REC            PIC X(45).
006800 FD  RUNSTATS-FILE.
006900 01  RUNSTATS-FILE-REC           PIC X(64).
007000 FD  REPORT-FILE.
007100 01  AV-REPORT-LINE              PIC X(80).
007200 WORKING-STORAGE SECTION.
007300 77  AV-PGM-NAME                 PIC X(08) VALUE 'CMNAVER'.
007400 77  AV-SKIP-STEP-NAME           PIC X(08) VALUE 'WINSKIP'.
007410*    GENERATIONS KEPT - MUST MATCH LIMIT() ON THE DEFINE GDG FOR *
007420*    COMN.DATBATC.AUDITTRL.ARCH (SEE THE CMNASUM JOB HEADER).    *
007430 77  AV-GDG-LIMIT                PIC 9(04) COMP VALUE 45.
007500     COPY CMNAUDT.
007600     COPY CMNAMAN.
007700     COPY CMNRUNS.
007800 01  AV-SWITCHES.
007900     05  AV-MANF-EOF-SW          PIC X(01) VALUE 'N'.
008000         88  AV-MANF-EOF         VALUE 'Y'.
008100     05  AV-ARCH-EOF-SW          PIC X(01) VALUE 'N'.
008200         88  AV-ARCH-EOF         VALUE 'Y'.
008300     05  AV-STATS-EOF-SW         PIC X(01) VALUE 'N'.
008400         88  AV-STATS-EOF        VALUE 'Y'.
008500     05  AV-FOUND-SW             PIC X(01) VALUE 'N'.
008600         88  AV-FOUND            VALUE 'Y'.
008700     05  AV-OVERFLOW-SW          PIC X(01) VALUE 'N'.
008800         88  AV-OVERFLOW         VALUE 'Y'.
008900 01  AV-MANIFEST-TABLE.
009000     05  AV-MAN-COUNT            PIC 9(04) COMP VALUE ZERO.
009100     05  AV-MAN-ENTRY OCCURS 500 TIMES.
009200         10  AV-MAN-BATCH-DATE   PIC 9(08).
009300         10  AV-MAN-RECORDS      PIC 9(07).
009400         10  AV-MAN-FIRST-TS     PIC X(14).
009500         10  AV-MAN-LAST-TS      PIC X(14).
009600         10  AV-MAN-HASH         PIC 9(15).
009700         10  AV-MAN-TYPE         PIC X(01).
009800             88  AV-MAN-RESTART  VALUE 'R'.
009900         10  AV-MAN-SEEN-RECORDS PIC 9(07).
010000         10  AV-MAN-SEEN-HASH    PIC 9(15).
010100 01  AV-SKIP-TABLE.
010200     05  AV-SKIP-COUNT           PIC 9(04) COMP VALUE ZERO.
010300     05  AV-SKIP-ENTRY OCCURS 200 TIMES.
010400         10  AV-SKIP-DATE        PIC 9(08).
010500 01  AV-COUNTERS.
010600     05  AV-ARCH-READ            PIC 9(07) VALUE ZERO.
010700     05  AV-CHECKED-COUNT        PIC 9(05) VALUE ZERO.
010800     05  AV-ROLLED-COUNT         PIC 9(05) VALUE ZERO.
010900     05  AV-DISCREP-COUNT        PIC 9(05) VALUE ZERO.
011000     05  AV-UNLISTED-COUNT       PIC 9(05) VALUE ZERO.
011100     05  AV-MISSING-COUNT        PIC 9(05) VALUE ZERO.
011200 01  AV-WORK-FIELDS.
011300     05  AV-MAN-SUB              PIC 9(04) COMP.
011400     05  AV-CUR-SUB              PIC 9(04) COMP VALUE ZERO.
011500     05  AV-SHIFT-SUB            PIC 9(04) COMP.
011600     05  AV-SKIP-SUB             PIC 9(04) COMP.
011700     05  AV-ROLL-LAST            PIC 9(04) COMP VALUE ZERO.
012000     05  AV-SEG-COUNT            PIC 9(07) VALUE ZERO.
012100     05  AV-SEG-FIRST-TS         PIC X(14).
012200     05  AV-SEG-LAST-TS          PIC X(14).
012300     05  AV-SPAN-START           PIC 9(08) VALUE ZERO.
012400     05  AV-PREV-DATE            PIC 9(08) VALUE ZERO.
012500     05  AV-WALK-DATE            PIC 9(08).
012600     05  AV-WALK-INTEGER         PIC 9(09).
012700     05  AV-START-INTEGER        PIC 9(09).
012800     05  AV-END-INTEGER          PIC 9(09).
012900     05  AV-DATE-INTEGER         PIC 9(09).
013100 01  AV-CURRENT-DATE-TIME.
013200     05  AV-CDT-DATE             PIC 9(08).
013300     05  AV-CDT-TIME             PIC 9(06).
013400     05  FILLER                  PIC X(07).
013500 01  AV-HEADER-LINE.
013600     05  FILLER                  PIC X(34)
013700         VALUE 'AUDIT ARCHIVE GENERATION CHECK AT '.
013800     05  AV-HD-DATE              PIC 9(08).
013900     05  FILLER                  PIC X(01) VALUE SPACE.
014000     05  AV-HD-TIME              PIC 9(06).
014100 01  AV-SEGMENT-LINE.
014200     05  FILLER                  PIC X(07) VALUE ' FIRST='.
014300     05  AV-SL-FIRST-TS          PIC X(14).
014400     05  FILLER                  PIC X(06) VALUE ' LAST='.
014500     05  AV-SL-LAST-TS           PIC X(14).
014600     05  FILLER                  PIC X(09) VALUE ' RECORDS='.
014700     05  AV-SL-RECORDS           PIC Z(06)9.
014800 01  AV-ENTRY-LINE.
014900     05  FILLER                  PIC X(07) VALUE ' BATCH='.
015000     05  AV-EL-BATCH-DATE        PIC 9(08).
015100     05  FILLER                  PIC X(09) VALUE ' WRITTEN='.
015200     05  AV-EL-RECORDS           PIC Z(06)9.
015300     05  FILLER                  PIC X(07) VALUE ' FOUND='.
015400     05  AV-EL-SEEN-RECORDS      PIC Z(06)9.
015500     05  FILLER                  PIC X(01) VALUE SPACE.
015600     05  AV-EL-STATUS            PIC X(32).
015700 01  AV-DATE-LINE.
015800     05  FILLER                  PIC X(01) VALUE SPACE.
015900     05  AV-DL-DATE              PIC 9(08).
016000     05  FILLER                  PIC X(33)
016100         VALUE ' NO ARCHIVE GENERATION ON RECORD'.
016200 01  AV-TOTAL-LINE.
016300     05  FILLER                  PIC X(17)
016400         VALUE 'ENTRIES CHECKED='.
016500     05  AV-TL-CHECKED           PIC 9(05).
016600     05  FILLER                  PIC X(13) VALUE ' ROLLED OFF='.
016700     05  AV-TL-ROLLED            PIC 9(05).
016800     05  FILLER                  PIC X(16)
016900         VALUE ' DISCREPANCIES='.
017000     05  AV-TL-DISCREP           PIC 9(05).
017100 01  AV-READ-LINE.
017200     05  FILLER                  PIC X(21)
017300         VALUE 'ARCHIVE RECORDS READ='.
017400     05  AV-RL-READ              PIC 9(07).
017500 PROCEDURE DIVISION.
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
017900         UNTIL AV-ARCH-EOF.
018000     PERFORM 2900-END-ARCHIVE THRU 2900-EXIT.
018100     PERFORM 3000-CHECK-MANIFEST THRU 3000-EXIT.
018200     PERFORM 4000-CHECK-DATES THRU 4000-EXIT.
018300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018400     GOBACK.
018500 0000-EXIT.
018600     EXIT.
018700******************************************************************
018800* 1000-INITIALIZE - WORK OUT YESTERDAY, LOAD THE MANIFEST, OPEN  *
018900*                   THE ARCHIVE AND THE REPORT, AND WRITE THE    *
019000*                   HEADING.                                     *
019100******************************************************************
019200 1000-INITIALIZE.
019300     MOVE FUNCTION CURRENT-DATE TO AV-CURRENT-DATE-TIME.
019400     COMPUTE AV-DATE-INTEGER =
019500         FUNCTION INTEGER-OF-DATE(AV-CDT-DATE) - 1.
019600     MOVE FUNCTION DATE-OF-INTEGER(AV-DATE-INTEGER)
019700         TO AV-PREV-DATE.
019800     OPEN INPUT MANIFEST-FILE.
019900     PERFORM 1100-READ-MANIFEST THRU 1100-EXIT
020000         UNTIL AV-MANF-EOF.
020100     CLOSE MANIFEST-FILE.
020150     MOVE ZERO TO CMN-AHSH-TOTAL.
020200     OPEN INPUT ARCHIVE-FILE.
020300     OPEN OUTPUT REPORT-FILE.
020400     MOVE AV-CDT-DATE TO AV-HD-DATE.
020500     MOVE AV-CDT-TIME TO AV-HD-TIME.
020600     MOVE AV-HEADER-LINE TO AV-REPORT-LINE.
020700     WRITE AV-REPORT-LINE.
020800     MOVE SPACES TO AV-REPORT-LINE.
020900     WRITE AV-REPORT-LINE.
021000     MOVE 'ARCHIVE RECORDS WITH NO MANIFEST ENTRY'
021100         TO AV-REPORT-LINE.
021200     WRITE AV-REPORT-LINE.
021300 1000-EXIT.
021400     EXIT.
021500******************************************************************
021600* 1100-READ-MANIFEST - ONE MANIFEST RECORD INTO THE TABLE.  THE  *
021700*                      FILE IS APPEND-ONLY, SO IT IS IN THE      *
021800*                      ORDER THE GENERATIONS WERE WRITTEN.  A    *
021900*                      FULL TABLE DROPS ITS OLDEST ENTRY, WHICH  *
022000*                      IS LONG ROLLED OFF THE GDG.               *
022100******************************************************************
022200 1100-READ-MANIFEST.
022300     READ MANIFEST-FILE
022400         AT END
022500             SET AV-MANF-EOF TO TRUE
022600             GO TO 1100-EXIT
022700     END-READ.
022800     MOVE MANIFEST-FILE-REC TO CMN-AMAN-RECORD.
022900     IF AV-MAN-COUNT = 500
023000         PERFORM 1110-SHIFT-ENTRY THRU 1110-EXIT
023100             VARYING AV-SHIFT-SUB FROM 2 BY 1
023200             UNTIL AV-SHIFT-SUB > 500
023300         ADD 1 TO AV-ROLLED-COUNT
023400     ELSE
023500         ADD 1 TO AV-MAN-COUNT
023600     END-IF.
023700     MOVE AV-MAN-COUNT TO AV-MAN-SUB.
023800     MOVE CMN-AMAN-BATCH-DATE   TO AV-MAN-BATCH-DATE(AV-MAN-SUB).
023900     MOVE CMN-AMAN-RECORD-COUNT TO AV-MAN-RECORDS(AV-MAN-SUB).
024000     MOVE CMN-AMAN-FIRST-TS     TO AV-MAN-FIRST-TS(AV-MAN-SUB).
024100     MOVE CMN-AMAN-LAST-TS      TO AV-MAN-LAST-TS(AV-MAN-SUB).
024200     MOVE CMN-AMAN-HASH-TOTAL   TO AV-MAN-HASH(AV-MAN-SUB).
024300     MOVE CMN-AMAN-GEN-TYPE     TO AV-MAN-TYPE(AV-MAN-SUB).
024400     MOVE ZERO TO AV-MAN-SEEN-RECORDS(AV-MAN-SUB).
024500     MOVE ZERO TO AV-MAN-SEEN-HASH(AV-MAN-SUB).
024600 1100-EXIT.
024700     EXIT.
024800******************************************************************
024900* 1110-SHIFT-ENTRY - MOVE ONE TABLE ENTRY DOWN A SLOT.           *
025000******************************************************************
025100 1110-SHIFT-ENTRY.
025200     MOVE AV-MAN-ENTRY(AV-SHIFT-SUB)
025300         TO AV-MAN-ENTRY(AV-SHIFT-SUB - 1).
025400 1110-EXIT.
025500     EXIT.
025600******************************************************************
025700* 2000-SCAN-ARCHIVE - READ ONE ARCHIVE RECORD AND CREDIT IT AND  *
025900*                     ITS SHARE OF THE CONTROL TOTAL TO THE      *
026000*                     MANIFEST ENTRY THAT COVERS IT.  A RUN OF   *
026100*                     RECORDS NO ENTRY COVERS IS GATHERED UP AND *
026200*                     REPORTED AS ONE UNLISTED STRETCH.          *
026300******************************************************************
026400 2000-SCAN-ARCHIVE.
026500     READ ARCHIVE-FILE
026600         AT END
026700             SET AV-ARCH-EOF TO TRUE
026800             GO TO 2000-EXIT
026900     END-READ.
027000     ADD 1 TO AV-ARCH-READ.
027100     MOVE ARCHIVE-FILE-REC TO CMN-AUDIT-RECORD.
027500     MOVE ARCHIVE-FILE-REC TO CMN-AHSH-IMAGE.
027600     PERFORM 9700-HASH-AUDIT-IMAGE THRU 9700-EXIT.
027700     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT.
027800     IF AV-FOUND
027900         ADD 1 TO AV-MAN-SEEN-RECORDS(AV-CUR-SUB)
028000         ADD CMN-AHSH-RECORD-SUM TO AV-MAN-SEEN-HASH(AV-CUR-SUB)
028100         IF AV-SEG-COUNT > 0
028200             PERFORM 2200-FLUSH-SEGMENT THRU 2200-EXIT
028300         END-IF
028400     ELSE
028500         IF AV-SEG-COUNT = 0
028600             MOVE CMN-AUDIT-TIMESTAMP TO AV-SEG-FIRST-TS
028700         END-IF
028800         MOVE CMN-AUDIT-TIMESTAMP TO AV-SEG-LAST-TS
028900         ADD 1 TO AV-SEG-COUNT
029000     END-IF.
029100 2000-EXIT.
029200     EXIT.
029300******************************************************************
029400* 2100-FIND-ENTRY - THE MANIFEST ENTRY WHOSE TIMESTAMP RANGE     *
029500*                   HOLDS THE CURRENT RECORD.  THE LAST ONE      *
029600*                   MATCHED IS TRIED FIRST - A GENERATION'S      *
029700*                   RECORDS COME THROUGH TOGETHER.               *
029800******************************************************************
029900 2100-FIND-ENTRY.
030000     MOVE 'N' TO AV-FOUND-SW.
030100     IF AV-CUR-SUB > 0
030200         MOVE AV-CUR-SUB TO AV-MAN-SUB
030300         PERFORM 2110-MATCH-ENTRY THRU 2110-EXIT
030400     END-IF.
030500     IF NOT AV-FOUND
030600         PERFORM 2110-MATCH-ENTRY THRU 2110-EXIT
030700             VARYING AV-MAN-SUB FROM 1 BY 1
030800             UNTIL AV-MAN-SUB > AV-MAN-COUNT
030900                OR AV-FOUND
031000     END-IF.
031100 2100-EXIT.
031200     EXIT.
031300******************************************************************
031400* 2110-MATCH-ENTRY - IF THE ENTRY AT AV-MAN-SUB COVERS THE       *
031500*                    CURRENT RECORD, REMEMBER WHICH ONE.  AN     *
031600*                    EMPTY GENERATION'S ENTRY COVERS NOTHING.    *
031700******************************************************************
031800 2110-MATCH-ENTRY.
031900     IF AV-MAN-RECORDS(AV-MAN-SUB) > 0
032000        AND CMN-AUDIT-TIMESTAMP >= AV-MAN-FIRST-TS(AV-MAN-SUB)
032100        AND CMN-AUDIT-TIMESTAMP <= AV-MAN-LAST-TS(AV-MAN-SUB)
032200         SET AV-FOUND TO TRUE
032300         MOVE AV-MAN-SUB TO AV-CUR-SUB
032400     END-IF.
032500 2110-EXIT.
032600     EXIT.
032700******************************************************************
032800* 2200-FLUSH-SEGMENT - REPORT ONE STRETCH OF ARCHIVE RECORDS NO  *
032900*                      MANIFEST ENTRY ACCOUNTS FOR.              *
033000******************************************************************
033100 2200-FLUSH-SEGMENT.
033200     MOVE AV-SEG-FIRST-TS TO AV-SL-FIRST-TS.
033300     MOVE AV-SEG-LAST-TS TO AV-SL-LAST-TS.
033400     MOVE AV-SEG-COUNT TO AV-SL-RECORDS.
033500     MOVE AV-SEGMENT-LINE TO AV-REPORT-LINE.
033600     WRITE AV-REPORT-LINE.
033700     ADD 1 TO AV-UNLISTED-COUNT.
033800     ADD 1 TO AV-DISCREP-COUNT.
033900     MOVE ZERO TO AV-SEG-COUNT.
034000 2200-EXIT.
034100     EXIT.
034200******************************************************************
034300* 2900-END-ARCHIVE - CLOSE THE ARCHIVE AND REPORT ANY UNLISTED   *
034400*                    STRETCH STILL OPEN AT END OF FILE.          *
034500******************************************************************
034600 2900-END-ARCHIVE.
034700     CLOSE ARCHIVE-FILE.
034800     IF AV-SEG-COUNT > 0
034900         PERFORM 2200-FLUSH-SEGMENT THRU 2200-EXIT
035000     END-IF.
035100     IF AV-UNLISTED-COUNT = 0
035200         MOVE ' NONE' TO AV-REPORT-LINE
035300         WRITE AV-REPORT-LINE
035400     END-IF.
035500 2900-EXIT.
035600     EXIT.
035700******************************************************************
035800* 3000-CHECK-MANIFEST - ONE LINE PER MANIFEST ENTRY INSIDE THE   *
035900*                       GDG LIMIT.  ENTRIES BEYOND IT HAVE       *
036000*                       ROLLED OFF AND ARE ONLY COUNTED.         *
036100******************************************************************
036200 3000-CHECK-MANIFEST.
036300     MOVE SPACES TO AV-REPORT-LINE.
036400     WRITE AV-REPORT-LINE.
036500     MOVE 'MANIFEST ENTRIES' TO AV-REPORT-LINE.
036600     WRITE AV-REPORT-LINE.
036610     IF AV-MAN-COUNT > AV-GDG-LIMIT
036620         COMPUTE AV-ROLL-LAST = AV-MAN-COUNT - AV-GDG-LIMIT
036630     END-IF.
036700     PERFORM 3100-CHECK-ENTRY THRU 3100-EXIT
036800         VARYING AV-MAN-SUB FROM 1 BY 1
036900         UNTIL AV-MAN-SUB > AV-MAN-COUNT.
037000 3000-EXIT.
037100     EXIT.
037200******************************************************************
037300* 3100-CHECK-ENTRY - ONE MANIFEST ENTRY.  IT HAS ROLLED OFF IF   *
037400*                    THE GDG LIMIT OR MORE NEWER ENTRIES FOLLOW  *
037500*                    IT.  ANY OTHER ENTRY IS STILL MEANT TO BE   *
037600*                    CATALOGED AND IS CHECKED, AND THE FIRST     *
037900*                    ONE STARTS THE DATE CHECK'S SPAN.           *
038000******************************************************************
038100 3100-CHECK-ENTRY.
038300     IF AV-MAN-SUB NOT > AV-ROLL-LAST
038600         ADD 1 TO AV-ROLLED-COUNT
038700         GO TO 3100-EXIT
039600     END-IF.
039700     ADD 1 TO AV-CHECKED-COUNT.
039800     IF AV-SPAN-START = 0
039900         MOVE AV-MAN-BATCH-DATE(AV-MAN-SUB) TO AV-SPAN-START
040000     END-IF.
040100     MOVE AV-MAN-BATCH-DATE(AV-MAN-SUB) TO AV-EL-BATCH-DATE.
040200     MOVE AV-MAN-RECORDS(AV-MAN-SUB) TO AV-EL-RECORDS.
040300     MOVE AV-MAN-SEEN-RECORDS(AV-MAN-SUB) TO AV-EL-SEEN-RECORDS.
040400     IF AV-MAN-RECORDS(AV-MAN-SUB) = 0
040500         IF AV-MAN-RESTART(AV-MAN-SUB)
040600             MOVE 'OK - RESTART, EMPTY GENERATION'
040700                 TO AV-EL-STATUS
040800         ELSE
040900             MOVE 'OK - EMPTY GENERATION' TO AV-EL-STATUS
041000         END-IF
041100     ELSE
041200     IF AV-MAN-SEEN-RECORDS(AV-MAN-SUB) = 0
041300         MOVE 'GENERATION NOT CATALOGED' TO AV-EL-STATUS
041400     ELSE
041500     IF AV-MAN-SEEN-RECORDS(AV-MAN-SUB) NOT =
041600            AV-MAN-RECORDS(AV-MAN-SUB)
041700         IF AV-MAN-SEEN-HASH(AV-MAN-SUB) NOT =
041800                AV-MAN-HASH(AV-MAN-SUB)
041900             MOVE 'COUNT AND CONTROL TOTAL MISMATCH'
042000                 TO AV-EL-STATUS
042100         ELSE
042200             MOVE 'COUNT MISMATCH' TO AV-EL-STATUS
042300         END-IF
042400     ELSE
042500     IF AV-MAN-SEEN-HASH(AV-MAN-SUB) NOT = AV-MAN-HASH(AV-MAN-SUB)
042600         MOVE 'CONTROL TOTAL MISMATCH' TO AV-EL-STATUS
042700     ELSE
042800         MOVE 'OK' TO AV-EL-STATUS
042900     END-IF
043000     END-IF
043100     END-IF
043200     END-IF.
043300     IF AV-EL-STATUS(1:2) NOT = 'OK'
043400         ADD 1 TO AV-DISCREP-COUNT
043500     END-IF.
043600     MOVE AV-ENTRY-LINE TO AV-REPORT-LINE.
043700     WRITE AV-REPORT-LINE.
043800 3100-EXIT.
043900     EXIT.
044000******************************************************************
044100* 4000-CHECK-DATES - EVERY DATE FROM THE OLDEST ENTRY STILL ON   *
044200*                    THE GDG THROUGH YESTERDAY MUST HAVE A       *
044300*                    MANIFEST ENTRY, UNLESS DATBATC SKIPPED IT   *
044400*                    AS A WEEKEND OR HOLIDAY.  WITH NOTHING ON   *
044500*                    THE GDG THERE IS NO SPAN TO CHECK - THE     *
044600*                    MANIFEST SECTION HAS ALREADY SAID SO.       *
044700******************************************************************
044800 4000-CHECK-DATES.
044900     MOVE SPACES TO AV-REPORT-LINE.
045000     WRITE AV-REPORT-LINE.
045100     MOVE 'BUSINESS DATES WITH NO GENERATION' TO AV-REPORT-LINE.
045200     WRITE AV-REPORT-LINE.
045300     IF AV-SPAN-START = 0
045400         MOVE ' NO MANIFEST ENTRIES ON THE GDG - NOT CHECKED'
045500             TO AV-REPORT-LINE
045600         WRITE AV-REPORT-LINE
045700         GO TO 4000-EXIT
045800     END-IF.
045900     OPEN INPUT RUNSTATS-FILE.
046000     PERFORM 4100-READ-RUN-STAT THRU 4100-EXIT
046100         UNTIL AV-STATS-EOF.
046200     CLOSE RUNSTATS-FILE.
046300     COMPUTE AV-START-INTEGER =
046400         FUNCTION INTEGER-OF-DATE(AV-SPAN-START).
046500     COMPUTE AV-END-INTEGER =
046600         FUNCTION INTEGER-OF-DATE(AV-PREV-DATE).
046700     PERFORM 4200-CHECK-ONE-DATE THRU 4200-EXIT
046800         VARYING AV-WALK-INTEGER FROM AV-START-INTEGER BY 1
046900         UNTIL AV-WALK-INTEGER > AV-END-INTEGER.
047000     IF AV-MISSING-COUNT = 0
047100         MOVE ' NONE' TO AV-REPORT-LINE
047200         WRITE AV-REPORT-LINE
047300     END-IF.
047400 4000-EXIT.
047500     EXIT.
047600******************************************************************
047700* 4100-READ-RUN-STAT - KEEP THE RUN DATE OF EVERY 'WINSKIP'      *
047800*                      RECORD INSIDE THE SPAN.                   *
047900******************************************************************
048000 4100-READ-RUN-STAT.
048100     READ RUNSTATS-FILE
048200         AT END
048300             SET AV-STATS-EOF TO TRUE
048400             GO TO 4100-EXIT
048500     END-READ.
048600     MOVE RUNSTATS-FILE-REC TO CMN-RUNSTAT-RECORD.
048700     IF CMN-RUNS-STEP-NAME NOT = AV-SKIP-STEP-NAME
048800        OR CMN-RUNS-RUN-DATE < AV-SPAN-START
048900         GO TO 4100-EXIT
049000     END-IF.
049100     IF AV-SKIP-COUNT < 200
049200         ADD 1 TO AV-SKIP-COUNT
049300         MOVE CMN-RUNS-RUN-DATE TO AV-SKIP-DATE(AV-SKIP-COUNT)
049400     ELSE
049500         PERFORM 8000-LOG-OVERFLOW THRU 8000-EXIT
049600     END-IF.
049700 4100-EXIT.
049800     EXIT.
049900******************************************************************
050000* 4200-CHECK-ONE-DATE - ONE DATE IN THE SPAN - A MANIFEST ENTRY  *
050100*                       OF ANY KIND FOR IT, OR A 'WINSKIP', OR   *
050200*                       IT IS REPORTED MISSING.                  *
050300******************************************************************
050400 4200-CHECK-ONE-DATE.
050500     MOVE FUNCTION DATE-OF-INTEGER(AV-WALK-INTEGER)
050600         TO AV-WALK-DATE.
050700     MOVE 'N' TO AV-FOUND-SW.
050800     PERFORM 4210-MATCH-MANIFEST-DATE THRU 4210-EXIT
050900         VARYING AV-MAN-SUB FROM 1 BY 1
051000         UNTIL AV-MAN-SUB > AV-MAN-COUNT
051100            OR AV-FOUND.
051200     IF AV-FOUND
051300         GO TO 4200-EXIT
051400     END-IF.
051500     PERFORM 4220-MATCH-SKIP-DATE THRU 4220-EXIT
051600         VARYING AV-SKIP-SUB FROM 1 BY 1
051700         UNTIL AV-SKIP-SUB > AV-SKIP-COUNT
051800            OR AV-FOUND.
051900     IF AV-FOUND
052000         GO TO 4200-EXIT
052100     END-IF.
052200     MOVE AV-WALK-DATE TO AV-DL-DATE.
052300     MOVE AV-DATE-LINE TO AV-REPORT-LINE.
052400     WRITE AV-REPORT-LINE.
052500     ADD 1 TO AV-MISSING-COUNT.
052600     ADD 1 TO AV-DISCREP-COUNT.
052700 4200-EXIT.
052800     EXIT.
052900******************************************************************
053000* 4210-MATCH-MANIFEST-DATE - IS THE ENTRY AT AV-MAN-SUB FOR THE  *
053100*                            DATE BEING CHECKED.                 *
053200******************************************************************
053300 4210-MATCH-MANIFEST-DATE.
053400     IF AV-MAN-BATCH-DATE(AV-MAN-SUB) = AV-WALK-DATE
053500         SET AV-FOUND TO TRUE
053600     END-IF.
053700 4210-EXIT.
053800     EXIT.
053900******************************************************************
054000* 4220-MATCH-SKIP-DATE - IS THE 'WINSKIP' AT AV-SKIP-SUB FOR THE *
054100*                        DATE BEING CHECKED.                     *
054200******************************************************************
054300 4220-MATCH-SKIP-DATE.
054400     IF AV-SKIP-DATE(AV-SKIP-SUB) = AV-WALK-DATE
054500         SET AV-FOUND TO TRUE
054600     END-IF.
054700 4220-EXIT.
054800     EXIT.
054900******************************************************************
055000* 8000-LOG-OVERFLOW - SAY ONCE THAT THE 'WINSKIP' TABLE FILLED.  *
055100******************************************************************
055200 8000-LOG-OVERFLOW.
055300     IF NOT AV-OVERFLOW
055400         DISPLAY 'CMNAVER - WINSKIP TABLE FILLED UP - DATE CHECK'
055500             ' MAY REPORT A SKIPPED DAY AS MISSING'
055600         SET AV-OVERFLOW TO TRUE
055700     END-IF.
055800 8000-EXIT.
055900     EXIT.
056000******************************************************************
056100* 9000-TERMINATE - WRITE THE TOTALS, CLOSE THE REPORT, AND SET   *
056200*                  THE CONDITION CODE - 8 ON ANY DISCREPANCY, 4  *
056300*                  IF THE 'WINSKIP' TABLE OVERFLOWED.            *
056400******************************************************************
056500 9000-TERMINATE.
056600     MOVE SPACES TO AV-REPORT-LINE.
056700     WRITE AV-REPORT-LINE.
056800     MOVE AV-CHECKED-COUNT TO AV-TL-CHECKED.
056900     MOVE AV-ROLLED-COUNT  TO AV-TL-ROLLED.
057000     MOVE AV-DISCREP-COUNT TO AV-TL-DISCREP.
057100     MOVE AV-TOTAL-LINE TO AV-REPORT-LINE.
057200     WRITE AV-REPORT-LINE.
057300     MOVE AV-ARCH-READ TO AV-RL-READ.
057400     MOVE AV-READ-LINE TO AV-REPORT-LINE.
057500     WRITE AV-REPORT-LINE.
057600     IF AV-OVERFLOW
057700         MOVE 'WINSKIP TABLE FULL - DATE CHECK INCOMPLETE'
057800             TO AV-REPORT-LINE
057900         WRITE AV-REPORT-LINE
058000     END-IF.
058100     CLOSE REPORT-FILE.
058200     IF AV-DISCREP-COUNT > 0
058300         DISPLAY 'CMNAVER - ' AV-DISCREP-COUNT
058400             ' ARCHIVE DISCREPANCY(IES) - SEE AVERRPT'
058500         MOVE 8 TO RETURN-CODE
058600     ELSE
058700         IF AV-OVERFLOW
058800             MOVE 4 TO RETURN-CODE
058900         END-IF
059000     END-IF.
059100 9000-EXIT.
059200     EXIT.
059300     COPY CMNAHSH.
