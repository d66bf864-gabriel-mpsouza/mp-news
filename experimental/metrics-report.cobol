000200*                 metric, name AND server, so two hosts' "/"
000210*                 filesystems (or same-named databases) no
000220*                 longer merge into one meaningless trend.
000230* 15/10/2026 GM   An optional METRPER line (from and to date)
000240*                 reports on that period only, reading the
000250*                 METRARCH archives the housekeeping batch rolls
000260*                 old samples into before the live METRICS.
000270* ---------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT METRICS-HISTORY-FILE ASSIGN TO "METRICS"
000350         ORGANIZATION LINE SEQUENTIAL
000360         FILE STATUS IS MTR-METRICS-FILE-STATUS.
000370     SELECT METRICS-ARCHIVE-FILE ASSIGN TO "METRWORK"
000380         ORGANIZATION LINE SEQUENTIAL
000390         FILE STATUS IS MTR-ARCHIVE-FILE-STATUS.
000400     SELECT REPORT-PERIOD-FILE ASSIGN TO "METRPER"
000410         ORGANIZATION LINE SEQUENTIAL
000420         FILE STATUS IS MTR-PERIOD-FILE-STATUS.
000430     SELECT THRESHOLD-FILE ASSIGN TO "METRTHRS"
000440         ORGANIZATION LINE SEQUENTIAL
000450         FILE STATUS IS MTR-THRS-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490* METRICS-HISTORY-FILE IS WRITTEN BY THE CONTROL SHELL'S
000500* COLLECT-METRICS-SAMPLE. ITS LINES ARE READ INTO
000510* METRICS-HISTORY-RECORD IN WORKING-STORAGE.
000520 FD  METRICS-HISTORY-FILE.
000530 01  METRICS-HISTORY-LINE         PIC X(140).
000540
000550* METRICS-ARCHIVE-FILE IS THE METRARCH ARCHIVES THE HOUSEKEEPING
000560* BATCH ROLLS OLD SAMPLES INTO, GATHERED INTO ONE WORK FILE WHEN
000570* A PERIOD IS ASKED FOR. SAME LINES AS THE LIVE HISTORY.
000580 FD  METRICS-ARCHIVE-FILE.
000590 01  METRICS-ARCHIVE-LINE         PIC X(140).
000600
000610* REPORT-PERIOD-FILE IS AN OPTIONAL ONE-LINE CONTROL FILE: THE
000620* FIRST AND LAST DAY TO REPORT ON. A ZERO LAST DAY MEANS TODAY.
000630* WITHOUT IT THE LIVE HISTORY IS REPORTED WHOLE, AS BEFORE.
000640 FD  REPORT-PERIOD-FILE.
000650 01  REPORT-PERIOD-RECORD.
000660     05  PR-FROM-DATE                 PIC 9(08).
000670     05  FILLER                       PIC X(01).
000680     05  PR-TO-DATE                   PIC 9(08).
000690
000700* THRESHOLD-FILE SAYS WHEN A METRIC IS WORTH SHOUTING ABOUT:
000710* ONE LINE PER METRIC AND NAME WITH THE LIMIT A DAY'S PEAK MAY
000720* NOT CROSS. A NAME OF "*" COVERS EVERY NAME OF THAT METRIC.
000730* A MISSING FILE FLAGS NOTHING.
000740 FD  THRESHOLD-FILE.
000750 01  THRESHOLD-RECORD.
000760     05  MT-METRIC                    PIC X(08).
000770     05  FILLER                       PIC X(01).
000780     05  MT-NAME                      PIC X(50).
000790     05  FILLER                       PIC X(01).
000800     05  MT-LIMIT                     PIC 9(12).
000810
000820 WORKING-STORAGE SECTION.
000830* SWITCHES
000840 01  MTR-METRICS-EOF-SW           PIC X(01).
000850     88  MTR-METRICS-EOF              VALUE "Y".
000860     88  MTR-METRICS-NOT-EOF          VALUE "N".
000870 01  MTR-ARCHIVE-EOF-SW           PIC X(01).
000880     88  MTR-ARCHIVE-EOF              VALUE "Y".
000890     88  MTR-ARCHIVE-NOT-EOF          VALUE "N".
000900 01  MTR-PERIOD-SW                PIC X(01).
000910     88  MTR-PERIOD-ASKED             VALUE "Y".
000920     88  MTR-PERIOD-NOT-ASKED         VALUE "N".
000930 01  MTR-THRS-EOF-SW              PIC X(01).
000940     88  MTR-THRS-EOF                 VALUE "Y".
000950     88  MTR-THRS-NOT-EOF             VALUE "N".
000960 01  MTR-ENTRY-FOUND-SW           PIC X(01).
000970     88  MTR-ENTRY-FOUND              VALUE "Y".
000980     88  MTR-ENTRY-NOT-FOUND          VALUE "N".
000990 01  MTR-LIMIT-FOUND-SW           PIC X(01).
001000     88  MTR-LIMIT-FOUND              VALUE "Y".
001010     88  MTR-LIMIT-NOT-FOUND          VALUE "N".
001020
001030* STANDALONE COUNTERS
001040 77  MTR-USED                     PIC 9(03) COMP.
001050 77  MTR-THRS-USED                PIC 9(03) COMP.
001060 77  MTR-TABLE-INDEX              PIC 9(03) COMP.
001070 77  MTR-SERIES-INDEX             PIC 9(03) COMP.
001080 77  MTR-DAY-INDEX                PIC 9(03) COMP.
001090 77  MTR-FIRST-IDX                PIC 9(03) COMP.
001100 77  MTR-LAST-IDX                 PIC 9(03) COMP.
001110 77  MTR-DAY-AVG                  PIC 9(12) COMP.
001120 77  MTR-FIRST-AVG                PIC 9(12) COMP.
001130 77  MTR-LAST-AVG                 PIC 9(12) COMP.
001140 77  MTR-ELAPSED-DAYS             PIC 9(05) COMP.
001150 77  MTR-DAYS-TO-FULL             PIC 9(07) COMP.
001160 77  MTR-FIRST-SERIAL             PIC 9(07) COMP.
001170 77  MTR-LAST-SERIAL              PIC 9(07) COMP.
001180
001190 01  MTR-RUN-DATE                 PIC 9(08).
001200 01  MTR-RUN-DATE-X REDEFINES MTR-RUN-DATE
001210                                  PIC X(08).
001220 01  MTR-METRICS-FILE-STATUS      PIC X(02).
001230 01  MTR-THRS-FILE-STATUS         PIC X(02).
001240 01  MTR-ARCHIVE-FILE-STATUS      PIC X(02).
001250 01  MTR-PERIOD-FILE-STATUS       PIC X(02).
001260 01  MTR-PERIOD-FROM              PIC 9(08).
001270 01  MTR-PERIOD-FROM-X REDEFINES MTR-PERIOD-FROM
001280                                  PIC X(08).
001290 01  MTR-PERIOD-TO                PIC 9(08).
001300 01  MTR-PERIOD-TO-X REDEFINES MTR-PERIOD-TO
001310                                  PIC X(08).
001320 01  MTR-COMMAND                  PIC X(100).
001330 01  MTR-CUR-METRIC               PIC X(08).
001340 01  MTR-CUR-NAME                 PIC X(50).
001350 01  MTR-CUR-SERVER               PIC X(50).
001360 01  MTR-CUR-LIMIT                PIC 9(12).
001370 01  MTR-MIN-DISP                 PIC Z(11)9.
001380 01  MTR-AVG-DISP                 PIC Z(11)9.
001390 01  MTR-MAX-DISP                 PIC Z(11)9.
001400 01  MTR-DAYS-DISP                PIC Z(6)9.
001410 01  MTR-FLAG-TEXT                PIC X(24).
001420
001430* ONE METRICS SAMPLE, LIVE OR ARCHIVED. THE LAYOUT MUST MATCH
001440* COLLECT-METRICS-SAMPLE IN THE CONTROL SHELL. DISCO AND MEMORIA
001450* ARE PERCENTAGES, CARGA IS THE LOAD AVERAGE TIMES 100 AND BANCO
001460* IS A SIZE IN BYTES. MH-SERVER IS THE BOX THE SAMPLE WAS TAKEN
001470* ON.
001480 01  METRICS-HISTORY-RECORD.
001490     05  MH-STAMP                     PIC X(15).
001500     05  FILLER                       PIC X(01).
001510     05  MH-METRIC                    PIC X(08).
001520     05  FILLER                       PIC X(01).
001530     05  MH-NAME                      PIC X(50).
001540     05  FILLER                       PIC X(01).
001550     05  MH-SERVER                    PIC X(50).
001560     05  FILLER                       PIC X(01).
001570     05  MH-VALUE                     PIC 9(12).
001580
001590* GREGORIAN DAY-SERIAL CONVERSION WORK FIELDS - SEE
001600* CONVERT-DATE-TO-SERIAL.
001610 01  MTR-CD-DATE.
001620     05  MTR-CD-YEAR              PIC 9(04).
001630     05  MTR-CD-MONTH             PIC 9(02).
001640     05  MTR-CD-DAY               PIC 9(02).
001650 77  MTR-CD-A                     PIC 9(02) COMP.
001660 77  MTR-CD-Y                     PIC 9(05) COMP.
001670 77  MTR-CD-M                     PIC 9(02) COMP.
001680 77  MTR-CD-WORK                  PIC 9(04) COMP.
001690 77  MTR-CD-Q4                    PIC 9(05) COMP.
001700 77  MTR-CD-Q100                  PIC 9(04) COMP.
001710 77  MTR-CD-Q400                  PIC 9(03) COMP.
001720 77  MTR-CD-SERIAL                PIC 9(07) COMP.
001730
001740* ONE ENTRY PER METRIC, NAME, SERVER AND DAY SEEN IN THE
001750* HISTORY. WHEN THE TABLE IS FULL THE LAST ENTRY ABSORBS THE
001760* OVERFLOW.
001770 01  MTR-ENTRY-TABLE.
001780     05  MTR-ENTRY OCCURS 500 TIMES.
001790         10  MTR-E-METRIC             PIC X(08).
001800         10  MTR-E-NAME               PIC X(50).
001810         10  MTR-E-SERVER             PIC X(50).
001820         10  MTR-E-DATE               PIC X(08).
001830         10  MTR-E-MIN                PIC 9(12) COMP.
001840         10  MTR-E-MAX                PIC 9(12) COMP.
001850         10  MTR-E-SUM                PIC 9(15) COMP.
001860         10  MTR-E-COUNT              PIC 9(05) COMP.
001870         10  MTR-E-PRINTED-SW         PIC X(01).
001880
001890* THE METRTHRS LIMITS, PULLED IN CORE FOR THE LOOKUPS.
001900 01  MTR-THRS-TABLE.
001910     05  MTR-THRS-ENTRY OCCURS 50 TIMES.
001920         10  MTR-T-METRIC             PIC X(08).
001930         10  MTR-T-NAME               PIC X(50).
001940         10  MTR-T-LIMIT              PIC 9(12).
001950
001960 PROCEDURE DIVISION.
001970*****************************************************************
001980* 0000-MAINLINE-CONTROL - LOADS THE LIMITS AND THE HISTORY,
001990* THEN PRINTS ONE BLOCK PER METRIC/NAME SERIES WITH ITS DAILY
002000* MINIMUM, AVERAGE AND PEAK AND THE DISK PROJECTIONS. WITH A
002010* METRPER PERIOD THE ARCHIVES ARE READ FIRST AND ONLY THE DAYS
002020* OF THE PERIOD COUNT.
002030*****************************************************************
002040 0000-MAINLINE-CONTROL.
002050     ACCEPT MTR-RUN-DATE FROM DATE YYYYMMDD
002060     MOVE ZERO TO MTR-USED
002070     MOVE ZERO TO MTR-THRS-USED
002080     PERFORM LOAD-THRESHOLD-TABLE
002090     PERFORM LOAD-REPORT-PERIOD
002100     IF MTR-PERIOD-ASKED
002110         PERFORM LOAD-ARCHIVED-METRICS
002120     END-IF
002130     OPEN INPUT METRICS-HISTORY-FILE
002140     IF MTR-METRICS-FILE-STATUS NOT = "00"
002150         IF MTR-PERIOD-NOT-ASKED
002160             DISPLAY "METRICS nao encontrado - nada a relatar."
002170             STOP RUN
002180         END-IF
002190     ELSE
002200         MOVE "N" TO MTR-METRICS-EOF-SW
002210         PERFORM PROCESS-METRIC-RECORD UNTIL MTR-METRICS-EOF
002220         CLOSE METRICS-HISTORY-FILE
002230     END-IF
002240     DISPLAY "===== Tendencia de Capacidade (METRICS) ====="
002250     DISPLAY "Data da execucao: " MTR-RUN-DATE-X
002260     IF MTR-PERIOD-ASKED
002270         DISPLAY "Periodo: " MTR-PERIOD-FROM-X
002280             " a " MTR-PERIOD-TO-X
002290     END-IF
002300     PERFORM PRINT-ONE-SERIES
002310         VARYING MTR-SERIES-INDEX FROM 1 BY 1
002320         UNTIL MTR-SERIES-INDEX > MTR-USED
002330     DISPLAY " "
002340     DISPLAY "===== Fim da Tendencia ====="
002350     STOP RUN.
002360
002370*****************************************************************
002380* LOAD-THRESHOLD-TABLE - PULLS THE METRTHRS LIMITS IN CORE.
002390*****************************************************************
002400 LOAD-THRESHOLD-TABLE.
002410     OPEN INPUT THRESHOLD-FILE
002420     IF MTR-THRS-FILE-STATUS NOT = "00"
002430         CONTINUE
002440     ELSE
002450         MOVE "N" TO MTR-THRS-EOF-SW
002460         PERFORM LOAD-THRESHOLD-ENTRY UNTIL MTR-THRS-EOF
002470         CLOSE THRESHOLD-FILE
002480     END-IF.
002490
002500*****************************************************************
002510* LOAD-THRESHOLD-ENTRY - READS ONE LIMIT LINE INTO THE TABLE.
002520*****************************************************************
002530 LOAD-THRESHOLD-ENTRY.
002540     READ THRESHOLD-FILE
002550         AT END
002560             MOVE "Y" TO MTR-THRS-EOF-SW
002570         NOT AT END
002580             IF MTR-THRS-USED < 50
002590                 ADD 1 TO MTR-THRS-USED
002600                 MOVE MT-METRIC TO MTR-T-METRIC(MTR-THRS-USED)
002610                 MOVE MT-NAME TO MTR-T-NAME(MTR-THRS-USED)
002620                 MOVE MT-LIMIT TO MTR-T-LIMIT(MTR-THRS-USED)
002630             END-IF
002640     END-READ.
002650
002660*****************************************************************
002670* LOAD-REPORT-PERIOD - READS THE OPTIONAL METRPER LINE. A
002680* MISSING FILE OR A FIRST DAY THAT IS NOT A DATE ASKS FOR NO
002690* PERIOD.
002700*****************************************************************
002710 LOAD-REPORT-PERIOD.
002720     MOVE "N" TO MTR-PERIOD-SW
002730     OPEN INPUT REPORT-PERIOD-FILE
002740     IF MTR-PERIOD-FILE-STATUS = "00"
002750         READ REPORT-PERIOD-FILE
002760             AT END
002770                 CONTINUE
002780             NOT AT END
002790                 IF PR-FROM-DATE IS NUMERIC
002800                         AND PR-FROM-DATE > ZERO
002810                     MOVE "Y" TO MTR-PERIOD-SW
002820                     MOVE PR-FROM-DATE TO MTR-PERIOD-FROM
002830                     IF PR-TO-DATE IS NUMERIC
002840                             AND PR-TO-DATE > ZERO
002850                         MOVE PR-TO-DATE TO MTR-PERIOD-TO
002860                     ELSE
002870                         MOVE MTR-RUN-DATE TO MTR-PERIOD-TO
002880                     END-IF
002890                 END-IF
002900         END-READ
002910         CLOSE REPORT-PERIOD-FILE
002920     END-IF.
002930
002940*****************************************************************
002950* LOAD-ARCHIVED-METRICS - GATHERS THE METRARCH ARCHIVES, OLDEST
002960* FIRST, INTO THE METRWORK WORK FILE AND FOLDS THEM IN AHEAD OF
002970* THE LIVE HISTORY.
002980*****************************************************************
002990 LOAD-ARCHIVED-METRICS.
003000     MOVE "cat METRARCH.* > METRWORK 2>/dev/null" TO MTR-COMMAND
003010     CALL "SYSTEM" USING MTR-COMMAND
003020     OPEN INPUT METRICS-ARCHIVE-FILE
003030     IF MTR-ARCHIVE-FILE-STATUS = "00"
003040         MOVE "N" TO MTR-ARCHIVE-EOF-SW
003050         PERFORM PROCESS-ARCHIVE-RECORD UNTIL MTR-ARCHIVE-EOF
003060         CLOSE METRICS-ARCHIVE-FILE
003070     END-IF
003080     MOVE "rm -f METRWORK" TO MTR-COMMAND
003090     CALL "SYSTEM" USING MTR-COMMAND.
003100
003110*****************************************************************
003120* PROCESS-ARCHIVE-RECORD - READS ONE ARCHIVED HISTORY LINE AND
003130* FOLDS IT IN.
003140*****************************************************************
003150 PROCESS-ARCHIVE-RECORD.
003160     READ METRICS-ARCHIVE-FILE INTO METRICS-HISTORY-RECORD
003170         AT END
003180             MOVE "Y" TO MTR-ARCHIVE-EOF-SW
003190         NOT AT END
003200             PERFORM FOLD-METRIC-RECORD
003210     END-READ.
003220
003230*****************************************************************
003240* PROCESS-METRIC-RECORD - READS ONE HISTORY LINE AND FOLDS IT
003250* IN.
003260*****************************************************************
003270 PROCESS-METRIC-RECORD.
003280     READ METRICS-HISTORY-FILE INTO METRICS-HISTORY-RECORD
003290         AT END
003300             MOVE "Y" TO MTR-METRICS-EOF-SW
003310         NOT AT END
003320             PERFORM FOLD-METRIC-RECORD
003330     END-READ.
003340
003350*****************************************************************
003360* FOLD-METRIC-RECORD - FOLDS THE SAMPLE INTO ITS METRIC/NAME/DAY
003370* ENTRY, UNLESS A PERIOD WAS ASKED FOR AND ITS DAY IS OUTSIDE.
003380*****************************************************************
003390 FOLD-METRIC-RECORD.
003400     IF MTR-PERIOD-ASKED
003410             AND (MH-STAMP(1:8) < MTR-PERIOD-FROM-X
003420               OR MH-STAMP(1:8) > MTR-PERIOD-TO-X)
003430         CONTINUE
003440     ELSE
003450         PERFORM FIND-METRIC-ENTRY
003460         PERFORM TALLY-METRIC-VALUE
003470     END-IF.
003480
003490*****************************************************************
003500* FIND-METRIC-ENTRY - LOCATES (OR ADDS) THE TABLE ENTRY FOR THE
003510* RECORD'S METRIC, NAME AND DAY, LEAVING ITS SUBSCRIPT IN
003520* MTR-TABLE-INDEX.
003530*****************************************************************
003540 FIND-METRIC-ENTRY.
003550     MOVE "N" TO MTR-ENTRY-FOUND-SW
003560     PERFORM VARYING MTR-TABLE-INDEX FROM 1 BY 1
003570             UNTIL MTR-TABLE-INDEX > MTR-USED
003580             OR MTR-ENTRY-FOUND
003590         IF MTR-E-METRIC(MTR-TABLE-INDEX) = MH-METRIC
003600                 AND MTR-E-NAME(MTR-TABLE-INDEX) = MH-NAME
003610                 AND MTR-E-SERVER(MTR-TABLE-INDEX) = MH-SERVER
003620                 AND MTR-E-DATE(MTR-TABLE-INDEX)
003630                     = MH-STAMP(1:8)
003640             MOVE "Y" TO MTR-ENTRY-FOUND-SW
003650         END-IF
003660     END-PERFORM
003670     IF MTR-ENTRY-FOUND
003680         SUBTRACT 1 FROM MTR-TABLE-INDEX
003690     ELSE
003700         IF MTR-USED < 500
003710             ADD 1 TO MTR-USED
003720         END-IF
003730         MOVE MTR-USED TO MTR-TABLE-INDEX
003740         MOVE MH-METRIC TO MTR-E-METRIC(MTR-TABLE-INDEX)
003750         MOVE MH-NAME TO MTR-E-NAME(MTR-TABLE-INDEX)
003760         MOVE MH-SERVER TO MTR-E-SERVER(MTR-TABLE-INDEX)
003770         MOVE MH-STAMP(1:8) TO MTR-E-DATE(MTR-TABLE-INDEX)
003780         MOVE 999999999999 TO MTR-E-MIN(MTR-TABLE-INDEX)
003790         MOVE ZERO TO MTR-E-MAX(MTR-TABLE-INDEX)
003800         MOVE ZERO TO MTR-E-SUM(MTR-TABLE-INDEX)
003810         MOVE ZERO TO MTR-E-COUNT(MTR-TABLE-INDEX)
003820         MOVE "N" TO MTR-E-PRINTED-SW(MTR-TABLE-INDEX)
003830     END-IF.
003840
003850*****************************************************************
003860* TALLY-METRIC-VALUE - FOLDS THE RECORD'S VALUE INTO THE ENTRY
003870* UNDER MTR-TABLE-INDEX.
003880*****************************************************************
003890 TALLY-METRIC-VALUE.
003900     IF MH-VALUE < MTR-E-MIN(MTR-TABLE-INDEX)
003910         MOVE MH-VALUE TO MTR-E-MIN(MTR-TABLE-INDEX)
003920     END-IF
003930     IF MH-VALUE > MTR-E-MAX(MTR-TABLE-INDEX)
003940         MOVE MH-VALUE TO MTR-E-MAX(MTR-TABLE-INDEX)
003950     END-IF
003960     ADD MH-VALUE TO MTR-E-SUM(MTR-TABLE-INDEX)
003970     ADD 1 TO MTR-E-COUNT(MTR-TABLE-INDEX).
003980
003990*****************************************************************
004000* PRINT-ONE-SERIES - WHEN THE ENTRY UNDER MTR-SERIES-INDEX HAS
004010* NOT BEEN PRINTED YET, PRINTS ITS WHOLE METRIC/NAME SERIES:
004020* EVERY DAY IN HISTORY ORDER, THEN THE DISK PROJECTION.
004030*****************************************************************
004040 PRINT-ONE-SERIES.
004050     IF MTR-E-PRINTED-SW(MTR-SERIES-INDEX) = "N"
004060         MOVE MTR-E-METRIC(MTR-SERIES-INDEX) TO MTR-CUR-METRIC
004070         MOVE MTR-E-NAME(MTR-SERIES-INDEX) TO MTR-CUR-NAME
004080         MOVE MTR-E-SERVER(MTR-SERIES-INDEX) TO MTR-CUR-SERVER
004090         DISPLAY " "
004100         DISPLAY "--- " MTR-CUR-METRIC " "
004110             MTR-CUR-NAME(1:30) " em "
004120             MTR-CUR-SERVER(1:20) " ---"
004130         PERFORM FIND-SERIES-LIMIT
004140         MOVE ZERO TO MTR-FIRST-IDX
004150         MOVE ZERO TO MTR-LAST-IDX
004160         PERFORM PRINT-SERIES-DAY
004170             VARYING MTR-DAY-INDEX FROM 1 BY 1
004180             UNTIL MTR-DAY-INDEX > MTR-USED
004190         IF MTR-CUR-METRIC = "DISCO"
004200             PERFORM PROJECT-DAYS-TO-FULL
004210         END-IF
004220     END-IF.
004230
004240*****************************************************************
004250* FIND-SERIES-LIMIT - LOOKS THE SERIES UP IN THE LIMITS TABLE,
004260* TAKING AN EXACT NAME MATCH OVER A "*" WILDCARD.
004270*****************************************************************
004280 FIND-SERIES-LIMIT.
004290     MOVE "N" TO MTR-LIMIT-FOUND-SW
004300     MOVE ZERO TO MTR-CUR-LIMIT
004310     PERFORM VARYING MTR-TABLE-INDEX FROM 1 BY 1
004320             UNTIL MTR-TABLE-INDEX > MTR-THRS-USED
004330             OR MTR-LIMIT-FOUND
004340         IF MTR-T-METRIC(MTR-TABLE-INDEX) = MTR-CUR-METRIC
004350                 AND MTR-T-NAME(MTR-TABLE-INDEX) = MTR-CUR-NAME
004360             MOVE "Y" TO MTR-LIMIT-FOUND-SW
004370             MOVE MTR-T-LIMIT(MTR-TABLE-INDEX)
004380                 TO MTR-CUR-LIMIT
004390         END-IF
004400     END-PERFORM
004410     IF MTR-LIMIT-NOT-FOUND
004420         PERFORM VARYING MTR-TABLE-INDEX FROM 1 BY 1
004430                 UNTIL MTR-TABLE-INDEX > MTR-THRS-USED
004440                 OR MTR-LIMIT-FOUND
004450             IF MTR-T-METRIC(MTR-TABLE-INDEX) = MTR-CUR-METRIC
004460                     AND MTR-T-NAME(MTR-TABLE-INDEX)(1:1) = "*"
004470                 MOVE "Y" TO MTR-LIMIT-FOUND-SW
004480                 MOVE MTR-T-LIMIT(MTR-TABLE-INDEX)
004490                     TO MTR-CUR-LIMIT
004500             END-IF
004510         END-PERFORM
004520     END-IF.
004530
004540*****************************************************************
004550* PRINT-SERIES-DAY - ONE DAY OF THE CURRENT SERIES: MINIMUM,
004560* AVERAGE AND PEAK, FLAGGED WHEN THE PEAK CROSSED THE LIMIT.
004570* ALSO REMEMBERS THE FIRST AND LAST DAY FOR THE PROJECTION.
004580*****************************************************************
004590 PRINT-SERIES-DAY.
004600     IF MTR-E-METRIC(MTR-DAY-INDEX) = MTR-CUR-METRIC
004610             AND MTR-E-NAME(MTR-DAY-INDEX) = MTR-CUR-NAME
004620             AND MTR-E-SERVER(MTR-DAY-INDEX) = MTR-CUR-SERVER
004630             AND MTR-E-PRINTED-SW(MTR-DAY-INDEX) = "N"
004640         MOVE "Y" TO MTR-E-PRINTED-SW(MTR-DAY-INDEX)
004650         IF MTR-FIRST-IDX = ZERO
004660             MOVE MTR-DAY-INDEX TO MTR-FIRST-IDX
004670         END-IF
004680         MOVE MTR-DAY-INDEX TO MTR-LAST-IDX
004690         COMPUTE MTR-DAY-AVG = MTR-E-SUM(MTR-DAY-INDEX)
004700             / MTR-E-COUNT(MTR-DAY-INDEX)
004710         MOVE SPACES TO MTR-FLAG-TEXT
004720         IF MTR-LIMIT-FOUND
004730                 AND MTR-E-MAX(MTR-DAY-INDEX) >= MTR-CUR-LIMIT
004740             MOVE "*** ACIMA DO LIMITE ***" TO MTR-FLAG-TEXT
004750         END-IF
004760         MOVE MTR-E-MIN(MTR-DAY-INDEX) TO MTR-MIN-DISP
004770         MOVE MTR-DAY-AVG TO MTR-AVG-DISP
004780         MOVE MTR-E-MAX(MTR-DAY-INDEX) TO MTR-MAX-DISP
004790         DISPLAY MTR-E-DATE(MTR-DAY-INDEX)
004800             "  min: " MTR-MIN-DISP
004810             "  media: " MTR-AVG-DISP
004820             "  pico: " MTR-MAX-DISP
004830             "  " MTR-FLAG-TEXT
004840     END-IF.
004850
004860*****************************************************************
004870* PROJECT-DAYS-TO-FULL - FOR A FILESYSTEM SERIES, PROJECTS THE
004880* DAYS UNTIL 100 PERCENT FROM THE AVERAGE GROWTH BETWEEN THE
004890* FIRST AND LAST DAY ON RECORD.
004900*****************************************************************
004910 PROJECT-DAYS-TO-FULL.
004920     IF MTR-LAST-IDX = ZERO OR MTR-LAST-IDX = MTR-FIRST-IDX
004930         DISPLAY "Historico insuficiente para projecao."
004940     ELSE
004950         COMPUTE MTR-FIRST-AVG = MTR-E-SUM(MTR-FIRST-IDX)
004960             / MTR-E-COUNT(MTR-FIRST-IDX)
004970         COMPUTE MTR-LAST-AVG = MTR-E-SUM(MTR-LAST-IDX)
004980             / MTR-E-COUNT(MTR-LAST-IDX)
004990         MOVE MTR-E-DATE(MTR-FIRST-IDX) TO MTR-CD-DATE
005000         PERFORM CONVERT-DATE-TO-SERIAL
005010         MOVE MTR-CD-SERIAL TO MTR-FIRST-SERIAL
005020         MOVE MTR-E-DATE(MTR-LAST-IDX) TO MTR-CD-DATE
005030         PERFORM CONVERT-DATE-TO-SERIAL
005040         MOVE MTR-CD-SERIAL TO MTR-LAST-SERIAL
005050         IF MTR-LAST-AVG >= 100
005060             DISPLAY "Projecao: sistema de arquivos JA CHEIO."
005070         ELSE
005080             IF MTR-LAST-SERIAL > MTR-FIRST-SERIAL
005090                     AND MTR-LAST-AVG > MTR-FIRST-AVG
005100                 COMPUTE MTR-ELAPSED-DAYS =
005110                     MTR-LAST-SERIAL - MTR-FIRST-SERIAL
005120                 COMPUTE MTR-DAYS-TO-FULL =
005130                     (100 - MTR-LAST-AVG) * MTR-ELAPSED-DAYS
005140                     / (MTR-LAST-AVG - MTR-FIRST-AVG)
005150                 MOVE MTR-DAYS-TO-FULL TO MTR-DAYS-DISP
005160                 DISPLAY "Projecao: cheio em aproximadamente "
005170                     MTR-DAYS-DISP " dias."
005180             ELSE
005190                 DISPLAY "Projecao: uso estavel ou em queda."
005200             END-IF
005210         END-IF
005220     END-IF.
005230
005240*****************************************************************
005250* CONVERT-DATE-TO-SERIAL - TURNS THE YYYYMMDD IN MTR-CD-DATE
005260* INTO A GREGORIAN DAY SERIAL IN MTR-CD-SERIAL, SO TWO DATES
005270* SUBTRACT INTO A DISTANCE IN DAYS ACROSS MONTH AND YEAR ENDS.
005280*****************************************************************
005290 CONVERT-DATE-TO-SERIAL.
005300     COMPUTE MTR-CD-A = (14 - MTR-CD-MONTH) / 12
005310     COMPUTE MTR-CD-Y = MTR-CD-YEAR + 4800 - MTR-CD-A
005320     COMPUTE MTR-CD-M = MTR-CD-MONTH + 12 * MTR-CD-A - 3
005330     COMPUTE MTR-CD-WORK = (153 * MTR-CD-M + 2) / 5
005340     COMPUTE MTR-CD-Q4 = MTR-CD-Y / 4
005350     COMPUTE MTR-CD-Q100 = MTR-CD-Y / 100
005360     COMPUTE MTR-CD-Q400 = MTR-CD-Y / 400
005370     COMPUTE MTR-CD-SERIAL = MTR-CD-DAY + MTR-CD-WORK
005380         + 365 * MTR-CD-Y + MTR-CD-Q4 - MTR-CD-Q100
005390         + MTR-CD-Q400 - 32045.
