000170*                 one that fell inside a declared maintenance
000180*                 window is counted as planned and kept out of
000190*                 the availability numbers.
000200* 15/10/2026 GM   An optional INCPER line (from and to date)
000210*                 reports on that period only, reading the INCARCH
000220*                 archives the housekeeping batch rolls old
000230*                 incidents into before the live INCIDENTS.
000240* 15/10/2026 GM   INCIDENTS lines now end with the server the
000250*                 watchdog was watching; the record layout
000260*                 follows.
000270* ---------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS"
000350         ORGANIZATION LINE SEQUENTIAL
000360         FILE STATUS IS IAR-INCIDENT-FILE-STATUS.
000370     SELECT INCIDENT-ARCHIVE-FILE ASSIGN TO "INCWORK"
000380         ORGANIZATION LINE SEQUENTIAL
000390         FILE STATUS IS IAR-ARCHIVE-FILE-STATUS.
000400     SELECT REPORT-PERIOD-FILE ASSIGN TO "INCPER"
000410         ORGANIZATION LINE SEQUENTIAL
000420         FILE STATUS IS IAR-PERIOD-FILE-STATUS.
000430     SELECT MAINTENANCE-WINDOW-FILE ASSIGN TO "MAINTWIN"
000440         ORGANIZATION LINE SEQUENTIAL
000450         FILE STATUS IS IAR-MAINTWIN-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490* INCIDENT-FILE IS WRITTEN BY THE CONTROL SHELL'S WATCHDOG. ITS
000500* LINES ARE READ INTO INCIDENT-RECORD IN WORKING-STORAGE.
000510 FD  INCIDENT-FILE.
000520 01  INCIDENT-LINE                PIC X(109).
000530
000540* INCIDENT-ARCHIVE-FILE IS THE INCARCH ARCHIVES THE HOUSEKEEPING
000550* BATCH ROLLS OLD INCIDENTS INTO, GATHERED INTO ONE WORK FILE
000560* WHEN A PERIOD IS ASKED FOR. SAME LINES AS THE LIVE FILE.
000570 FD  INCIDENT-ARCHIVE-FILE.
000580 01  INCIDENT-ARCHIVE-LINE        PIC X(109).
000590
000600* REPORT-PERIOD-FILE IS AN OPTIONAL ONE-LINE CONTROL FILE: THE
000610* FIRST AND LAST DAY TO REPORT ON. A ZERO LAST DAY MEANS TODAY.
000620* WITHOUT IT THE LIVE FILE IS REPORTED WHOLE, AS BEFORE.
000630 FD  REPORT-PERIOD-FILE.
000640 01  REPORT-PERIOD-RECORD.
000650     05  PR-FROM-DATE                 PIC 9(08).
000660     05  FILLER                       PIC X(01).
000670     05  PR-TO-DATE                   PIC 9(08).
000680
000690* MAINTENANCE-WINDOW-FILE IS THE SAME SCHEDULE THE SHELL
000700* ENFORCES - ONE LINE PER SERVICE AND DAY WITH THE ALLOWED HHMM
000710* WINDOW. DAY 1 IS MONDAY, 7 SUNDAY; START > END CROSSES
000720* MIDNIGHT INTO THE NEXT DAY.
000730 FD  MAINTENANCE-WINDOW-FILE.
000740 01  MAINTENANCE-WINDOW-RECORD.
000750     05  MW-SERVICE                   PIC X(12).
000760     05  FILLER                       PIC X(01).
000770     05  MW-DAY                       PIC 9(01).
000780     05  FILLER                       PIC X(01).
000790     05  MW-START                     PIC 9(04).
000800     05  FILLER                       PIC X(01).
000810     05  MW-END                       PIC 9(04).
000820
000830 WORKING-STORAGE SECTION.
000840* SWITCHES
000850 01  IAR-INCIDENT-EOF-SW          PIC X(01).
000860     88  IAR-INCIDENT-EOF             VALUE "Y".
000870     88  IAR-INCIDENT-NOT-EOF         VALUE "N".
000880 01  IAR-ARCHIVE-EOF-SW           PIC X(01).
000890     88  IAR-ARCHIVE-EOF              VALUE "Y".
000900     88  IAR-ARCHIVE-NOT-EOF          VALUE "N".
000910 01  IAR-PERIOD-SW                PIC X(01).
000920     88  IAR-PERIOD-ASKED             VALUE "Y".
000930     88  IAR-PERIOD-NOT-ASKED         VALUE "N".
000940 01  IAR-MAINTWIN-EOF-SW          PIC X(01).
000950     88  IAR-MAINTWIN-EOF             VALUE "Y".
000960     88  IAR-MAINTWIN-NOT-EOF         VALUE "N".
000970 01  IAR-ENTRY-FOUND-SW           PIC X(01).
000980     88  IAR-ENTRY-FOUND              VALUE "Y".
000990     88  IAR-ENTRY-NOT-FOUND          VALUE "N".
001000 01  IAR-IN-WINDOW-SW             PIC X(01).
001010     88  IAR-IN-WINDOW                VALUE "Y".
001020     88  IAR-NOT-IN-WINDOW            VALUE "N".
001030
001040* STANDALONE COUNTERS
001050 77  IAR-SVC-USED                 PIC 9(03) COMP.
001060 77  IAR-MW-USED                  PIC 9(03) COMP.
001070 77  IAR-SVC-INDEX                PIC 9(03) COMP.
001080 77  IAR-TABLE-INDEX              PIC 9(03) COMP.
001090 77  IAR-HOUR-INDEX               PIC 9(03) COMP.
001100 77  IAR-TOTAL-INCIDENTS          PIC 9(07) COMP.
001110 77  IAR-TOTAL-PLANNED            PIC 9(07) COMP.
001120 77  IAR-STAMP-DOW                PIC 9(01) COMP.
001130 77  IAR-STAMP-HHMM               PIC 9(04) COMP.
001140 77  IAR-STAMP-MINUTE             PIC 9(10) COMP.
001150 77  IAR-NEXT-DAY                 PIC 9(02) COMP.
001160 77  IAR-GAP-MINUTES              PIC 9(10) COMP.
001170
001180 01  IAR-RUN-DATE                 PIC 9(08).
001190 01  IAR-RUN-DATE-X REDEFINES IAR-RUN-DATE
001200                                  PIC X(08).
001210 01  IAR-INCIDENT-FILE-STATUS     PIC X(02).
001220 01  IAR-MAINTWIN-FILE-STATUS     PIC X(02).
001230 01  IAR-ARCHIVE-FILE-STATUS      PIC X(02).
001240 01  IAR-PERIOD-FILE-STATUS       PIC X(02).
001250 01  IAR-PERIOD-FROM              PIC 9(08).
001260 01  IAR-PERIOD-FROM-X REDEFINES IAR-PERIOD-FROM
001270                                  PIC X(08).
001280 01  IAR-PERIOD-TO                PIC 9(08).
001290 01  IAR-PERIOD-TO-X REDEFINES IAR-PERIOD-TO
001300                                  PIC X(08).
001310 01  IAR-COMMAND                  PIC X(100).
001320 01  IAR-SUCCESS-RATE             PIC 9(03)V9(02).
001330 01  IAR-RATE-DISP                PIC ZZ9.99.
001340 01  IAR-COUNT-DISP               PIC ZZZZZZ9.
001350 01  IAR-GAP-DISP                 PIC ZZZZZZZZ9.
001360 01  IAR-HOUR-DISP                PIC 9(02).
001370
001380* ONE INCIDENT, LIVE OR ARCHIVED. THE LAYOUT MUST MATCH
001390* WRITE-INCIDENT-RECORD IN THE CONTROL SHELL. AN OLDER LINE HAS
001400* NO SERVER AND READS WITH IT BLANK.
001410 01  INCIDENT-RECORD.
001420     05  IN-SERVICE                   PIC X(12).
001430     05  FILLER                       PIC X(01).
001440     05  IN-DETECTED                  PIC X(15).
001450     05  FILLER                       PIC X(01).
001460     05  IN-ACTION                    PIC X(12).
001470     05  FILLER                       PIC X(01).
001480     05  IN-OUTCOME                   PIC X(12).
001490     05  FILLER                       PIC X(01).
001500     05  IN-FAIL-COUNT                PIC 9(03).
001510     05  FILLER                       PIC X(01).
001520     05  IN-SERVER                    PIC X(50).
001530
001540* GREGORIAN DAY-SERIAL CONVERSION WORK FIELDS - SEE
001550* CONVERT-DATE-TO-SERIAL. THE SERIAL MOD 7 GIVES THE DAY OF
001560* WEEK WITH 0 = MONDAY, MATCHING THE MAINTWIN CONVENTION.
001570 01  IAR-CD-DATE.
001580     05  IAR-CD-YEAR              PIC 9(04).
001590     05  IAR-CD-MONTH             PIC 9(02).
001600     05  IAR-CD-DAY               PIC 9(02).
001610 77  IAR-CD-A                     PIC 9(02) COMP.
001620 77  IAR-CD-Y                     PIC 9(05) COMP.
001630 77  IAR-CD-M                     PIC 9(02) COMP.
001640 77  IAR-CD-WORK                  PIC 9(04) COMP.
001650 77  IAR-CD-Q4                    PIC 9(05) COMP.
001660 77  IAR-CD-Q100                  PIC 9(04) COMP.
001670 77  IAR-CD-Q400                  PIC 9(03) COMP.
001680 77  IAR-CD-SERIAL                PIC 9(07) COMP.
001690 77  IAR-CD-WEEKS                 PIC 9(07) COMP.
001700
001710* ONE ENTRY PER SERVICE SEEN IN THE INCIDENT FILE. PLANNED
001720* INCIDENTS (INSIDE A MAINTWIN WINDOW) ONLY COUNT IN IAR-SVC-
001730* PLANNED; EVERYTHING ELSE FEEDS THE AVAILABILITY NUMBERS.
001740 01  IAR-SVC-TABLE.
001750     05  IAR-SVC-ENTRY OCCURS 12 TIMES.
001760         10  IAR-SVC-NAME             PIC X(12).
001770         10  IAR-SVC-COUNT            PIC 9(05) COMP.
001780         10  IAR-SVC-RESTARTS         PIC 9(05) COMP.
001790         10  IAR-SVC-RECOVERED        PIC 9(05) COMP.
001800         10  IAR-SVC-ESCALATED        PIC 9(05) COMP.
001810         10  IAR-SVC-PLANNED          PIC 9(05) COMP.
001820         10  IAR-SVC-LAST-MINUTE      PIC 9(10) COMP.
001830         10  IAR-SVC-GAP-SUM          PIC 9(10) COMP.
001840         10  IAR-SVC-GAP-COUNT        PIC 9(05) COMP.
001850         10  IAR-SVC-HOUR-COUNT OCCURS 24 TIMES
001860                                      PIC 9(05) COMP.
001870
001880* THE MAINTWIN SCHEDULE LINES, PULLED IN CORE FOR THE
001890* PER-INCIDENT WINDOW CHECK.
001900 01  IAR-MW-TABLE.
001910     05  IAR-MW-ENTRY OCCURS 50 TIMES.
001920         10  IAR-MW-SERVICE           PIC X(12).
001930         10  IAR-MW-DAY               PIC 9(01).
001940         10  IAR-MW-START             PIC 9(04).
001950         10  IAR-MW-END               PIC 9(04).
001960
001970 PROCEDURE DIVISION.
001980*****************************************************************
001990* 0000-MAINLINE-CONTROL - LOADS THE MAINTWIN SCHEDULE, TALLIES
002000* EVERY INCIDENT INTO THE PER-SERVICE TABLE AND PRINTS THE
002010* AVAILABILITY SUMMARY. WITH AN INCPER PERIOD THE ARCHIVES ARE
002020* READ FIRST AND ONLY THE INCIDENTS OF THE PERIOD COUNT.
002030*****************************************************************
002040 0000-MAINLINE-CONTROL.
002050     ACCEPT IAR-RUN-DATE FROM DATE YYYYMMDD
002060     PERFORM INITIALIZE-TOTALS
002070     PERFORM LOAD-MAINTWIN-TABLE
002080     PERFORM LOAD-REPORT-PERIOD
002090     IF IAR-PERIOD-ASKED
002100         PERFORM LOAD-ARCHIVED-INCIDENTS
002110     END-IF
002120     OPEN INPUT INCIDENT-FILE
002130     IF IAR-INCIDENT-FILE-STATUS NOT = "00"
002140         IF IAR-PERIOD-NOT-ASKED
002150             DISPLAY "INCIDENTS nao encontrado - nada a relatar."
002160             STOP RUN
002170         END-IF
002180     ELSE
002190         MOVE "N" TO IAR-INCIDENT-EOF-SW
002200         PERFORM PROCESS-INCIDENT-RECORD UNTIL IAR-INCIDENT-EOF
002210         CLOSE INCIDENT-FILE
002220     END-IF
002230     PERFORM PRINT-REPORT
002240     STOP RUN.
002250
002260*****************************************************************
002270* INITIALIZE-TOTALS - CLEARS EVERY TABLE AND COUNTER BEFORE THE
002280* INCIDENT FILE IS READ.
002290*****************************************************************
002300 INITIALIZE-TOTALS.
002310     MOVE ZERO TO IAR-SVC-USED
002320     MOVE ZERO TO IAR-MW-USED
002330     MOVE ZERO TO IAR-TOTAL-INCIDENTS
002340     MOVE ZERO TO IAR-TOTAL-PLANNED.
002350
002360*****************************************************************
002370* LOAD-MAINTWIN-TABLE - PULLS THE MAINTWIN SCHEDULE IN CORE. A
002380* MISSING FILE MEANS NO WINDOW EVER MATCHES AND EVERY INCIDENT
002390* COUNTS AS UNPLANNED.
002400*****************************************************************
002410 LOAD-MAINTWIN-TABLE.
002420     OPEN INPUT MAINTENANCE-WINDOW-FILE
002430     IF IAR-MAINTWIN-FILE-STATUS NOT = "00"
002440         CONTINUE
002450     ELSE
002460         MOVE "N" TO IAR-MAINTWIN-EOF-SW
002470         PERFORM LOAD-MAINTWIN-ENTRY UNTIL IAR-MAINTWIN-EOF
002480         CLOSE MAINTENANCE-WINDOW-FILE
002490     END-IF.
002500
002510*****************************************************************
002520* LOAD-MAINTWIN-ENTRY - READS ONE SCHEDULE LINE INTO THE TABLE.
002530*****************************************************************
002540 LOAD-MAINTWIN-ENTRY.
002550     READ MAINTENANCE-WINDOW-FILE
002560         AT END
002570             MOVE "Y" TO IAR-MAINTWIN-EOF-SW
002580         NOT AT END
002590             IF IAR-MW-USED < 50
002600                 ADD 1 TO IAR-MW-USED
002610                 MOVE MW-SERVICE TO IAR-MW-SERVICE(IAR-MW-USED)
002620                 MOVE MW-DAY TO IAR-MW-DAY(IAR-MW-USED)
002630                 MOVE MW-START TO IAR-MW-START(IAR-MW-USED)
002640                 MOVE MW-END TO IAR-MW-END(IAR-MW-USED)
002650             END-IF
002660     END-READ.
002670
002680*****************************************************************
002690* PROCESS-INCIDENT-RECORD - READS ONE INCIDENT AND TALLIES IT.
002700*****************************************************************
002710 PROCESS-INCIDENT-RECORD.
002720     READ INCIDENT-FILE INTO INCIDENT-RECORD
002730         AT END
002740             MOVE "Y" TO IAR-INCIDENT-EOF-SW
002750         NOT AT END
002760             PERFORM FILTER-INCIDENT-RECORD
002770     END-READ.
002780
002790*****************************************************************
002800* LOAD-REPORT-PERIOD - READS THE OPTIONAL INCPER LINE. A
002810* MISSING FILE OR A FIRST DAY THAT IS NOT A DATE ASKS FOR NO
002820* PERIOD.
002830*****************************************************************
002840 LOAD-REPORT-PERIOD.
002850     MOVE "N" TO IAR-PERIOD-SW
002860     OPEN INPUT REPORT-PERIOD-FILE
002870     IF IAR-PERIOD-FILE-STATUS = "00"
002880         READ REPORT-PERIOD-FILE
002890             AT END
002900                 CONTINUE
002910             NOT AT END
002920                 IF PR-FROM-DATE IS NUMERIC
002930                         AND PR-FROM-DATE > ZERO
002940                     MOVE "Y" TO IAR-PERIOD-SW
002950                     MOVE PR-FROM-DATE TO IAR-PERIOD-FROM
002960                     IF PR-TO-DATE IS NUMERIC
002970                             AND PR-TO-DATE > ZERO
002980                         MOVE PR-TO-DATE TO IAR-PERIOD-TO
002990                     ELSE
003000                         MOVE IAR-RUN-DATE TO IAR-PERIOD-TO
003010                     END-IF
003020                 END-IF
003030         END-READ
003040         CLOSE REPORT-PERIOD-FILE
003050     END-IF.
003060
003070*****************************************************************
003080* LOAD-ARCHIVED-INCIDENTS - GATHERS THE INCARCH ARCHIVES, OLDEST
003090* FIRST, INTO THE INCWORK WORK FILE AND TALLIES THEM AHEAD OF
003100* THE LIVE FILE, SO THE GAPS BETWEEN FAILURES STAY IN ORDER.
003110*****************************************************************
003120 LOAD-ARCHIVED-INCIDENTS.
003130     MOVE "cat INCARCH.* > INCWORK 2>/dev/null" TO IAR-COMMAND
003140     CALL "SYSTEM" USING IAR-COMMAND
003150     OPEN INPUT INCIDENT-ARCHIVE-FILE
003160     IF IAR-ARCHIVE-FILE-STATUS = "00"
003170         MOVE "N" TO IAR-ARCHIVE-EOF-SW
003180         PERFORM PROCESS-ARCHIVE-RECORD UNTIL IAR-ARCHIVE-EOF
003190         CLOSE INCIDENT-ARCHIVE-FILE
003200     END-IF
003210     MOVE "rm -f INCWORK" TO IAR-COMMAND
003220     CALL "SYSTEM" USING IAR-COMMAND.
003230
003240*****************************************************************
003250* PROCESS-ARCHIVE-RECORD - READS ONE ARCHIVED INCIDENT AND
003260* TALLIES IT.
003270*****************************************************************
003280 PROCESS-ARCHIVE-RECORD.
003290     READ INCIDENT-ARCHIVE-FILE INTO INCIDENT-RECORD
003300         AT END
003310             MOVE "Y" TO IAR-ARCHIVE-EOF-SW
003320         NOT AT END
003330             PERFORM FILTER-INCIDENT-RECORD
003340     END-READ.
003350
003360*****************************************************************
003370* FILTER-INCIDENT-RECORD - TALLIES THE INCIDENT UNLESS A PERIOD
003380* WAS ASKED FOR AND IT WAS DETECTED OUTSIDE IT.
003390*****************************************************************
003400 FILTER-INCIDENT-RECORD.
003410     IF IAR-PERIOD-ASKED
003420             AND (IN-DETECTED(1:8) < IAR-PERIOD-FROM-X
003430               OR IN-DETECTED(1:8) > IAR-PERIOD-TO-X)
003440         CONTINUE
003450     ELSE
003460         PERFORM TALLY-INCIDENT-RECORD
003470     END-IF.
003480
003490*****************************************************************
003500* TALLY-INCIDENT-RECORD - DERIVES THE INCIDENT'S DAY OF WEEK,
003510* TIME AND MINUTE SERIAL, CHECKS IT AGAINST THE MAINTWIN
003520* SCHEDULE AND ACCUMULATES IT INTO ITS SERVICE'S ENTRY. AN
003530* INCIDENT INSIDE A DECLARED WINDOW ONLY BUMPS THE PLANNED
003540* COUNT - PLANNED RESTARTS MUST NOT POLLUTE THE NUMBERS.
003550*****************************************************************
003560 TALLY-INCIDENT-RECORD.
003570     MOVE IN-DETECTED(1:8) TO IAR-CD-DATE
003580     PERFORM CONVERT-DATE-TO-SERIAL
003590     COMPUTE IAR-CD-WEEKS = IAR-CD-SERIAL / 7
003600     COMPUTE IAR-STAMP-DOW =
003610         IAR-CD-SERIAL - IAR-CD-WEEKS * 7 + 1
003620     MOVE IN-DETECTED(10:4) TO IAR-STAMP-HHMM
003630     COMPUTE IAR-HOUR-INDEX = IAR-STAMP-HHMM / 100
003640     COMPUTE IAR-STAMP-MINUTE = IAR-CD-SERIAL * 1440
003650         + IAR-HOUR-INDEX * 60
003660         + IAR-STAMP-HHMM - IAR-HOUR-INDEX * 100
003670     PERFORM FIND-SERVICE-ENTRY
003680     PERFORM CHECK-MAINTWIN-MATCH
003690     IF IAR-IN-WINDOW
003700         ADD 1 TO IAR-SVC-PLANNED(IAR-SVC-INDEX)
003710         ADD 1 TO IAR-TOTAL-PLANNED
003720     ELSE
003730         ADD 1 TO IAR-SVC-COUNT(IAR-SVC-INDEX)
003740         ADD 1 TO IAR-TOTAL-INCIDENTS
003750         ADD 1 TO IAR-SVC-HOUR-COUNT
003760             (IAR-SVC-INDEX IAR-HOUR-INDEX + 1)
003770         IF IN-ACTION = "REINICIO"
003780             ADD 1 TO IAR-SVC-RESTARTS(IAR-SVC-INDEX)
003790             IF IN-OUTCOME = "RECUPERADO"
003800                 ADD 1 TO IAR-SVC-RECOVERED(IAR-SVC-INDEX)
003810             END-IF
003820         END-IF
003830         IF IN-OUTCOME = "ESCALADO"
003840             ADD 1 TO IAR-SVC-ESCALATED(IAR-SVC-INDEX)
003850         END-IF
003860         IF IAR-SVC-LAST-MINUTE(IAR-SVC-INDEX) > ZERO
003870                 AND IAR-STAMP-MINUTE >
003880                     IAR-SVC-LAST-MINUTE(IAR-SVC-INDEX)
003890             COMPUTE IAR-GAP-MINUTES = IAR-STAMP-MINUTE
003900                 - IAR-SVC-LAST-MINUTE(IAR-SVC-INDEX)
003910             ADD IAR-GAP-MINUTES
003920                 TO IAR-SVC-GAP-SUM(IAR-SVC-INDEX)
003930             ADD 1 TO IAR-SVC-GAP-COUNT(IAR-SVC-INDEX)
003940         END-IF
003950         MOVE IAR-STAMP-MINUTE
003960             TO IAR-SVC-LAST-MINUTE(IAR-SVC-INDEX)
003970     END-IF.
003980
003990*****************************************************************
004000* FIND-SERVICE-ENTRY - LOCATES (OR ADDS) THE SERVICE-TABLE
004010* ENTRY FOR IN-SERVICE, LEAVING ITS SUBSCRIPT IN IAR-SVC-INDEX.
004020* WHEN THE TABLE IS FULL THE LAST ENTRY ABSORBS THE OVERFLOW.
004030*****************************************************************
004040 FIND-SERVICE-ENTRY.
004050     MOVE "N" TO IAR-ENTRY-FOUND-SW
004060     PERFORM VARYING IAR-SVC-INDEX FROM 1 BY 1
004070             UNTIL IAR-SVC-INDEX > IAR-SVC-USED
004080             OR IAR-ENTRY-FOUND
004090         IF IAR-SVC-NAME(IAR-SVC-INDEX) = IN-SERVICE
004100             MOVE "Y" TO IAR-ENTRY-FOUND-SW
004110         END-IF
004120     END-PERFORM
004130     IF IAR-ENTRY-FOUND
004140         SUBTRACT 1 FROM IAR-SVC-INDEX
004150     ELSE
004160         IF IAR-SVC-USED < 12
004170             ADD 1 TO IAR-SVC-USED
004180         END-IF
004190         MOVE IAR-SVC-USED TO IAR-SVC-INDEX
004200         MOVE IN-SERVICE TO IAR-SVC-NAME(IAR-SVC-INDEX)
004210     END-IF.
004220
004230*****************************************************************
004240* CHECK-MAINTWIN-MATCH - DID THE INCIDENT FALL INSIDE ANY OF
004250* ITS SERVICE'S DECLARED WINDOWS? SAME SHAPE THE SHELL APPLIES:
004260* START > END CROSSES MIDNIGHT INTO THE NEXT DAY.
004270*****************************************************************
004280 CHECK-MAINTWIN-MATCH.
004290     MOVE "N" TO IAR-IN-WINDOW-SW
004300     PERFORM VARYING IAR-TABLE-INDEX FROM 1 BY 1
004310             UNTIL IAR-TABLE-INDEX > IAR-MW-USED
004320             OR IAR-IN-WINDOW
004330         IF IAR-MW-SERVICE(IAR-TABLE-INDEX) = IN-SERVICE
004340             PERFORM TEST-ONE-WINDOW
004350         END-IF
004360     END-PERFORM.
004370
004380*****************************************************************
004390* TEST-ONE-WINDOW - THE WINDOW LINE UNDER IAR-TABLE-INDEX
004400* AGAINST THE INCIDENT'S DAY OF WEEK AND HHMM.
004410*****************************************************************
004420 TEST-ONE-WINDOW.
004430     IF IAR-MW-START(IAR-TABLE-INDEX)
004440             <= IAR-MW-END(IAR-TABLE-INDEX)
004450         IF IAR-MW-DAY(IAR-TABLE-INDEX) = IAR-STAMP-DOW
004460                 AND IAR-STAMP-HHMM
004470                     >= IAR-MW-START(IAR-TABLE-INDEX)
004480                 AND IAR-STAMP-HHMM
004490                     <= IAR-MW-END(IAR-TABLE-INDEX)
004500             MOVE "Y" TO IAR-IN-WINDOW-SW
004510         END-IF
004520     ELSE
004530         COMPUTE IAR-NEXT-DAY = IAR-MW-DAY(IAR-TABLE-INDEX) + 1
004540         IF IAR-NEXT-DAY > 7
004550             MOVE 1 TO IAR-NEXT-DAY
004560         END-IF
004570         IF (IAR-MW-DAY(IAR-TABLE-INDEX) = IAR-STAMP-DOW
004580                 AND IAR-STAMP-HHMM
004590                     >= IAR-MW-START(IAR-TABLE-INDEX))
004600                 OR (IAR-NEXT-DAY = IAR-STAMP-DOW
004610                 AND IAR-STAMP-HHMM
004620                     <= IAR-MW-END(IAR-TABLE-INDEX))
004630             MOVE "Y" TO IAR-IN-WINDOW-SW
004640         END-IF
004650     END-IF.
004660
004670*****************************************************************
004680* PRINT-REPORT - ONE BLOCK PER SERVICE: THE COUNTS, THE RESTART
004690* SUCCESS RATE, THE AVERAGE GAP BETWEEN FAILURES AND THE HOURS
004700* OF DAY THE SERVICE ACTUALLY FAILS AT.
004710*****************************************************************
004720 PRINT-REPORT.
004730     DISPLAY "===== Analise de Incidentes (INCIDENTS) ====="
004740     DISPLAY "Data da execucao: " IAR-RUN-DATE-X
004750     IF IAR-PERIOD-ASKED
004760         DISPLAY "Periodo: " IAR-PERIOD-FROM-X
004770             " a " IAR-PERIOD-TO-X
004780     END-IF
004790     MOVE IAR-TOTAL-INCIDENTS TO IAR-COUNT-DISP
004800     DISPLAY "Incidentes nao planejados: " IAR-COUNT-DISP
004810     MOVE IAR-TOTAL-PLANNED TO IAR-COUNT-DISP
004820     DISPLAY "Dentro de janela (planejados): " IAR-COUNT-DISP
004830     PERFORM PRINT-SERVICE-BLOCK
004840         VARYING IAR-SVC-INDEX FROM 1 BY 1
004850         UNTIL IAR-SVC-INDEX > IAR-SVC-USED
004860     DISPLAY " "
004870     DISPLAY "===== Fim da Analise =====".
004880
004890*****************************************************************
004900* PRINT-SERVICE-BLOCK - THE FORMATTED SUMMARY OF ONE SERVICE.
004910*****************************************************************
004920 PRINT-SERVICE-BLOCK.
004930     DISPLAY " "
004940     DISPLAY "--- " IAR-SVC-NAME(IAR-SVC-INDEX) " ---"
004950     MOVE IAR-SVC-COUNT(IAR-SVC-INDEX) TO IAR-COUNT-DISP
004960     DISPLAY "Incidentes:        " IAR-COUNT-DISP
004970     MOVE IAR-SVC-RESTARTS(IAR-SVC-INDEX) TO IAR-COUNT-DISP
004980     DISPLAY "Reinicios:         " IAR-COUNT-DISP
004990     MOVE IAR-SVC-RECOVERED(IAR-SVC-INDEX) TO IAR-COUNT-DISP
005000     DISPLAY "Recuperados:       " IAR-COUNT-DISP
005010     IF IAR-SVC-RESTARTS(IAR-SVC-INDEX) > ZERO
005020         COMPUTE IAR-SUCCESS-RATE ROUNDED =
005030             IAR-SVC-RECOVERED(IAR-SVC-INDEX) * 100
005040             / IAR-SVC-RESTARTS(IAR-SVC-INDEX)
005050         MOVE IAR-SUCCESS-RATE TO IAR-RATE-DISP
005060         DISPLAY "Taxa de sucesso do reinicio (%): " IAR-RATE-DISP
005070     END-IF
005080     MOVE IAR-SVC-ESCALATED(IAR-SVC-INDEX) TO IAR-COUNT-DISP
005090     DISPLAY "Escalacoes:        " IAR-COUNT-DISP
005100     MOVE IAR-SVC-PLANNED(IAR-SVC-INDEX) TO IAR-COUNT-DISP
005110     DISPLAY "Em janela (fora da conta): " IAR-COUNT-DISP
005120     IF IAR-SVC-GAP-COUNT(IAR-SVC-INDEX) > ZERO
005130         COMPUTE IAR-GAP-MINUTES =
005140             IAR-SVC-GAP-SUM(IAR-SVC-INDEX)
005150             / IAR-SVC-GAP-COUNT(IAR-SVC-INDEX)
005160         MOVE IAR-GAP-MINUTES TO IAR-GAP-DISP
005170         DISPLAY "Tempo medio entre falhas (min): " IAR-GAP-DISP
005180     END-IF
005190     DISPLAY "Falhas por hora do dia:"
005200     PERFORM PRINT-HOUR-LINE
005210         VARYING IAR-HOUR-INDEX FROM 1 BY 1
005220         UNTIL IAR-HOUR-INDEX > 24.
005230
005240*****************************************************************
005250* PRINT-HOUR-LINE - ONE HOUR OF THE BREAKDOWN; QUIET HOURS ARE
005260* LEFT OFF THE REPORT.
005270*****************************************************************
005280 PRINT-HOUR-LINE.
005290     IF IAR-SVC-HOUR-COUNT(IAR-SVC-INDEX IAR-HOUR-INDEX) > ZERO
005300         COMPUTE IAR-HOUR-DISP = IAR-HOUR-INDEX - 1
005310         MOVE IAR-SVC-HOUR-COUNT(IAR-SVC-INDEX IAR-HOUR-INDEX)
005320             TO IAR-COUNT-DISP
005330         DISPLAY "  " IAR-HOUR-DISP "h: " IAR-COUNT-DISP
005340     END-IF.
005350
005360*****************************************************************
005370* CONVERT-DATE-TO-SERIAL - TURNS THE YYYYMMDD IN IAR-CD-DATE
005380* INTO A GREGORIAN DAY SERIAL IN IAR-CD-SERIAL. THE SERIAL MOD
005390* 7 IS 0 ON MONDAYS, SO DAY OF WEEK FALLS OUT OF IT DIRECTLY.
005400*****************************************************************
005410 CONVERT-DATE-TO-SERIAL.
005420     COMPUTE IAR-CD-A = (14 - IAR-CD-MONTH) / 12
005430     COMPUTE IAR-CD-Y = IAR-CD-YEAR + 4800 - IAR-CD-A
005440     COMPUTE IAR-CD-M = IAR-CD-MONTH + 12 * IAR-CD-A - 3
005450     COMPUTE IAR-CD-WORK = (153 * IAR-CD-M + 2) / 5
005460     COMPUTE IAR-CD-Q4 = IAR-CD-Y / 4
005470     COMPUTE IAR-CD-Q100 = IAR-CD-Y / 100
005480     COMPUTE IAR-CD-Q400 = IAR-CD-Y / 400
005490     COMPUTE IAR-CD-SERIAL = IAR-CD-DAY + IAR-CD-WORK
005500         + 365 * IAR-CD-Y + IAR-CD-Q4 - IAR-CD-Q100
005510         + IAR-CD-Q400 - 32045.
