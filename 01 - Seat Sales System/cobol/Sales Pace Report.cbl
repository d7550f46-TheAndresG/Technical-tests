000010******************************************************************
000020* PROGRAM:     SALES-PACE-REPORT
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Weekly batch step - print the sales pace (pickup)
000080*              of every show still to play, so marketing can
000090*              see which shows are selling behind comparable
000100*              ones. For each future show on the show master
000110*              the seats sold and net revenue are worked out
000120*              as they stood 60, 30, 14, 7 and 1 days before
000130*              the performance date and as they stand today,
000140*              off the RESERVE and CANCEL entries on AUDITLOG
000150*              (exchanges in and out of the show count too),
000160*              and printed with the venue's capacity from
000170*              VENUEMST and the percent sold. Closed shows of
000180*              the same name (else, when there are none, at
000190*              the same venue) are found on SHOWARCH, their
000200*              pickup at the same checkpoints built off the
000210*              same audit log, and their final sold off
000220*              SEATARCH; the average percent sold of those
000230*              shows is printed beneath as the comparison
000240*              curve. A show more than the margin behind that
000250*              curve at the last checkpoint it has reached is
000260*              flagged. A show with no closed show to compare
000270*              against still prints its own curve.
000280* TECTONICS:   cobc
000290******************************************************************
000300* MODIFICATION HISTORY
000310*  DATE       INIT DESCRIPTION
000320*  15/10/2026 AG   Original sales pace report program.
000330*  15/10/2026 AG   The archive FDs now COPY SHOWMSTR and SEATSTAT
000340*                  (renamed SHA-/SAR-) instead of naming the
000350*                  fields by hand, so they follow the masters.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. SALES-PACE-REPORT.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SHOW-MASTER-FILE ASSIGN TO "SHOWMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SM-SHOW-ID
000460         FILE STATUS IS WS-SHOW-FILE-STATUS.
000470     SELECT VENUE-MASTER-FILE ASSIGN TO "VENUEMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS VM-VENUE-ID
000510         FILE STATUS IS WS-VENUE-FILE-STATUS.
000520     SELECT ROW-PRICE-FILE ASSIGN TO "ROWPRICE"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS RP-KEY
000560         FILE STATUS IS WS-PRICE-FILE-STATUS.
000570     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000600     SELECT SHOW-ARCHIVE-FILE ASSIGN TO "SHOWARCH"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-SHAR-FILE-STATUS.
000630     SELECT SEAT-ARCHIVE-FILE ASSIGN TO "SEATARCH"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-SARC-FILE-STATUS.
000660     SELECT PACE-PARM-FILE ASSIGN TO "PACEPARM"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-PARM-FILE-STATUS.
000690     SELECT PACE-REPORT ASSIGN TO "PACERPT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-RPT-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  SHOW-MASTER-FILE.
000750     COPY SHOWMSTR.
000760 FD  VENUE-MASTER-FILE.
000770     COPY VENUEMST.
000780 FD  ROW-PRICE-FILE.
000790     COPY ROWPRICE.
000800 FD  AUDIT-LOG-FILE.
000810     COPY AUDITLOG.
000820******************************************************************
000830* The archive records are the show master and seat status
000840* records SHOW-CLOSE-OUT copied out whole, so they take the
000850* masters' own layouts, renamed SHA- and SAR- to stand apart
000860* from the show master this report also reads.
000870******************************************************************
000880 FD  SHOW-ARCHIVE-FILE.
000890     COPY SHOWMSTR REPLACING
000900         ==SHOW-MASTER-RECORD== BY ==SHOW-ARCHIVE-RECORD==
000910         LEADING ==SM-== BY ==SHA-==.
000920 FD  SEAT-ARCHIVE-FILE.
000930     COPY SEATSTAT REPLACING
000940         ==SEAT-STATUS-RECORD== BY ==SEAT-ARCHIVE-RECORD==
000950         LEADING ==SS-== BY ==SAR-==.
000960 FD  PACE-PARM-FILE.
000970 01  PACE-PARM-RECORD.
000980     05 PP-MARGIN                PIC 9(02).
000990 FD  PACE-REPORT.
001000 01  REPORT-LINE                 PIC X(132).
001010 WORKING-STORAGE SECTION.
001020 01  WS-SHOW-FILE-STATUS         PIC X(02).
001030 01  WS-VENUE-FILE-STATUS        PIC X(02).
001040 01  WS-PRICE-FILE-STATUS        PIC X(02).
001050 01  WS-AUDIT-FILE-STATUS        PIC X(02).
001060 01  WS-SHAR-FILE-STATUS         PIC X(02).
001070 01  WS-SARC-FILE-STATUS         PIC X(02).
001080 01  WS-PARM-FILE-STATUS         PIC X(02).
001090 01  WS-RPT-FILE-STATUS          PIC X(02).
001100 01  WS-PRICE-AVAIL-SW           PIC X(01) VALUE 'N'.
001110     88 WS-PRICE-AVAILABLE                   VALUE 'Y'.
001120 01  WS-SHOW-EOF-SW              PIC X(01) VALUE 'N'.
001130     88 WS-SHOW-EOF                          VALUE 'Y'.
001140 01  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001150     88 WS-AUDIT-EOF                         VALUE 'Y'.
001160 01  WS-SHAR-EOF-SW              PIC X(01) VALUE 'N'.
001170     88 WS-SHAR-EOF                          VALUE 'Y'.
001180 01  WS-SARC-EOF-SW              PIC X(01) VALUE 'N'.
001190     88 WS-SARC-EOF                          VALUE 'Y'.
001200 01  WS-SARC-OPEN-SW             PIC X(01) VALUE 'N'.
001210     88 WS-SARC-OPEN                         VALUE 'Y'.
001220 01  WS-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
001230     88 WS-TABLE-FULL                        VALUE 'Y'.
001240 01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
001250     88 WS-ENTRY-FOUND                       VALUE 'Y'.
001260 01  WS-MARGIN                   PIC 9(02) VALUE 10.
001270 01  WS-DATE-WORK.
001280     05 WS-TODAY                 PIC 9(08).
001290     05 WS-TODAY-DAY             PIC 9(08) COMP.
001300     05 WS-AL-FULL-DATE          PIC 9(08).
001310     05 WS-AL-DAY                PIC 9(08) COMP.
001320     05 WS-DAYS-BEFORE           PIC 9(08) COMP.
001330     05 WS-BEST-DAYS             PIC 9(08) COMP.
001340     05 WS-DAYS-TO-CURTAIN       PIC 9(05) COMP.
001350******************************************************************
001360* The pickup checkpoints, in days before the performance date,
001370* earliest first. Column 6 of every curve is today (a live
001380* show) or the final figure (a closed show).
001390******************************************************************
001400 01  WS-CHECKPOINT-VALUES.
001410     05 FILLER                   PIC 9(03) VALUE 060.
001420     05 FILLER                   PIC 9(03) VALUE 030.
001430     05 FILLER                   PIC 9(03) VALUE 014.
001440     05 FILLER                   PIC 9(03) VALUE 007.
001450     05 FILLER                   PIC 9(03) VALUE 001.
001460 01  WS-CHECKPOINT-TABLE REDEFINES WS-CHECKPOINT-VALUES.
001470     05 WS-CP-DAYS OCCURS 5 TIMES
001480                                 PIC 9(03).
001490 01  WS-CP-IX                    PIC 9(02) COMP.
001500 01  WS-LAST-CP                  PIC 9(02) COMP.
001510******************************************************************
001520* One row per show on the report: the live (future) shows off
001530* the show master first, then the closed shows off the archive
001540* that share a name or a venue with one of them. Each carries
001550* its pickup at the five checkpoints and now, built off the
001560* audit log; a closed show also carries its final sold off the
001570* seat archive.
001580******************************************************************
001590 01  WS-PACE-TABLE.
001600     05 WS-PACE-ENTRY OCCURS 600 TIMES.
001610         10 WS-PE-SHOW-ID        PIC X(04).
001620         10 WS-PE-SHOW-NAME      PIC X(20).
001630         10 WS-PE-VENUE-ID       PIC X(04).
001640         10 WS-PE-SHOW-DATE      PIC 9(08).
001650         10 WS-PE-KIND           PIC X(01).
001660             88 WS-PE-LIVE                   VALUE 'L'.
001670             88 WS-PE-CLOSED                 VALUE 'C'.
001680         10 WS-PE-SHOW-DAY       PIC 9(08) COMP.
001690         10 WS-PE-CAPACITY       PIC 9(05) COMP.
001700         10 WS-PE-CP-SOLD OCCURS 5 TIMES
001710                                 PIC S9(05) COMP.
001720         10 WS-PE-CP-REVENUE OCCURS 5 TIMES
001730                                 PIC S9(07)V99.
001740         10 WS-PE-NOW-SOLD       PIC S9(05) COMP.
001750         10 WS-PE-NOW-REVENUE    PIC S9(07)V99.
001760         10 WS-PE-FINAL-SOLD     PIC 9(05) COMP.
001770 01  WS-PACE-COUNT               PIC 9(03) COMP VALUE ZERO.
001780 01  WS-LIVE-COUNT               PIC 9(03) COMP VALUE ZERO.
001790 01  WS-IX                       PIC 9(03) COMP.
001800 01  WS-JX                       PIC 9(03) COMP.
001810 01  WS-FOUND-IX                 PIC 9(03) COMP.
001820 01  WS-SEEK-SHOW-ID             PIC X(04).
001830 01  WS-POST-FIELDS.
001840     05 WS-SEAT-DELTA            PIC S9(01).
001850     05 WS-LINE-PRICE            PIC 9(05)V99.
001860     05 WS-AMOUNT-DELTA          PIC S9(05)V99.
001870******************************************************************
001880* The comparison curve of the live show being printed: the
001890* basis it was drawn on, how many closed shows it averages, and
001900* the summed and averaged percent sold per column.
001910******************************************************************
001920 01  WS-COMPARISON-FIELDS.
001930     05 WS-COMP-BASIS            PIC X(05).
001940     05 WS-COMP-COUNT            PIC 9(03) COMP.
001950     05 WS-COMP-PCT-SUM OCCURS 6 TIMES
001960                                 PIC 9(07) COMP.
001970     05 WS-COMP-PCT OCCURS 6 TIMES
001980                                 PIC 9(03).
001990     05 WS-LIVE-PCT OCCURS 6 TIMES
002000                                 PIC 9(03).
002010     05 WS-PCT-WORK              PIC 9(03).
002020     05 WS-PCT-GAP               PIC S9(03).
002030     05 WS-BEHIND-SW             PIC X(01).
002040         88 WS-BEHIND                        VALUE 'Y'.
002050******************************************************************
002060* The curve lines print a label and six 12-byte columns - the
002070* five checkpoints and now (or final, for the comparison).
002080******************************************************************
002090 01  WS-CURVE-LINE.
002100     05 WS-CL-LABEL              PIC X(20).
002110     05 WS-CL-COLUMN OCCURS 6 TIMES
002120                                 PIC X(12).
002130     05 FILLER                   PIC X(40).
002140 01  WS-PRINT-FIELDS.
002150     05 WS-SOLD-EDIT             PIC Z(10)9-.
002160     05 WS-REVENUE-EDIT          PIC ZZZZ,ZZ9.99-.
002170     05 WS-PCT-EDIT              PIC ZZ9.
002180     05 WS-CAPACITY-EDIT         PIC ZZ,ZZ9.
002190     05 WS-DAYS-EDIT             PIC ZZ,ZZ9.
002200     05 WS-COUNT-EDIT            PIC ZZ9.
002210     05 WS-MARGIN-EDIT           PIC Z9.
002220     05 WS-CP-DAYS-EDIT          PIC Z9.
002230     05 WS-GAP-EDIT              PIC ZZ9.
002240     05 WS-PCT-COLUMN.
002250         10 FILLER               PIC X(08) VALUE SPACES.
002260         10 WS-PCT-COL-VALUE     PIC ZZ9.
002270         10 FILLER               PIC X(01) VALUE '%'.
002280 01  WS-RUN-TOTALS.
002290     05 WS-SHOWS-PRINTED         PIC 9(03) COMP VALUE ZERO.
002300     05 WS-SHOWS-BEHIND          PIC 9(03) COMP VALUE ZERO.
002310     05 WS-SHOWS-NO-HISTORY      PIC 9(03) COMP VALUE ZERO.
002320     05 WS-SHOWS-PRINTED-EDIT    PIC ZZ9.
002330     05 WS-SHOWS-BEHIND-EDIT     PIC ZZ9.
002340     05 WS-SHOWS-NO-HIST-EDIT    PIC ZZ9.
002350 PROCEDURE DIVISION.
002360 0000-MAINLINE.
002370     DISPLAY "Sales Pace Report".
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     PERFORM 1100-LOAD-LIVE-SHOW THRU 1100-EXIT
002400         UNTIL WS-SHOW-EOF.
002410     PERFORM 1200-LOAD-CLOSED-SHOW THRU 1200-EXIT
002420         UNTIL WS-SHAR-EOF.
002430     PERFORM 2000-POST-AUDIT-RECORD THRU 2000-EXIT
002440         UNTIL WS-AUDIT-EOF.
002450     PERFORM 2500-COUNT-FINAL-SEAT THRU 2500-EXIT
002460         UNTIL WS-SARC-EOF.
002470     PERFORM 3000-PRINT-PACE THRU 3000-EXIT.
002480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002490     STOP RUN.
002500*
002510******************************************************************
002520* 1000-INITIALIZE - settle the behind-pace margin (percentage
002530* points, 10 unless PACEPARM gives another), take today's date,
002540* open the files, and position at the first show master
002550* record. The archives are optional - without them every show
002560* prints with no comparison.
002570******************************************************************
002580 1000-INITIALIZE.
002590     OPEN INPUT PACE-PARM-FILE.
002600     IF WS-PARM-FILE-STATUS = "00"
002610         READ PACE-PARM-FILE
002620             AT END
002630                 CONTINUE
002640             NOT AT END
002650                 IF PP-MARGIN IS NUMERIC AND PP-MARGIN > 0
002660                     MOVE PP-MARGIN TO WS-MARGIN
002670                 END-IF
002680         END-READ
002690         CLOSE PACE-PARM-FILE
002700     END-IF.
002710     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002720     COMPUTE WS-TODAY-DAY = FUNCTION INTEGER-OF-DATE(WS-TODAY).
002730     OPEN OUTPUT PACE-REPORT.
002740     MOVE WS-MARGIN TO WS-MARGIN-EDIT.
002750     MOVE SPACES TO REPORT-LINE.
002760     STRING "SALES PACE REPORT AS AT " DELIMITED BY SIZE
002770            WS-TODAY DELIMITED BY SIZE
002780            " - BEHIND-PACE MARGIN " DELIMITED BY SIZE
002790            WS-MARGIN-EDIT DELIMITED BY SIZE
002800            " POINTS" DELIMITED BY SIZE
002810         INTO REPORT-LINE.
002820     WRITE REPORT-LINE.
002830     OPEN INPUT SHOW-MASTER-FILE.
002840     IF WS-SHOW-FILE-STATUS NOT = "00"
002850         DISPLAY "SALES-PACE-REPORT: SHOWMSTR NOT AVAILABLE, "
002860             "FILE STATUS " WS-SHOW-FILE-STATUS
002870         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002880     END-IF.
002890     OPEN INPUT VENUE-MASTER-FILE.
002900     IF WS-VENUE-FILE-STATUS NOT = "00"
002910         DISPLAY "SALES-PACE-REPORT: VENUEMST NOT AVAILABLE, "
002920             "FILE STATUS " WS-VENUE-FILE-STATUS
002930         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002940     END-IF.
002950     OPEN INPUT AUDIT-LOG-FILE.
002960     IF WS-AUDIT-FILE-STATUS NOT = "00"
002970         DISPLAY "SALES-PACE-REPORT: AUDITLOG NOT AVAILABLE, "
002980             "FILE STATUS " WS-AUDIT-FILE-STATUS
002990         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
003000     END-IF.
003010     OPEN INPUT ROW-PRICE-FILE.
003020     IF WS-PRICE-FILE-STATUS = "00"
003030         MOVE 'Y' TO WS-PRICE-AVAIL-SW
003040     END-IF.
003050     OPEN INPUT SHOW-ARCHIVE-FILE.
003060     IF WS-SHAR-FILE-STATUS NOT = "00"
003070         MOVE 'Y' TO WS-SHAR-EOF-SW
003080     END-IF.
003090     OPEN INPUT SEAT-ARCHIVE-FILE.
003100     IF WS-SARC-FILE-STATUS NOT = "00"
003110         MOVE 'Y' TO WS-SARC-EOF-SW
003120     ELSE
003130         MOVE 'Y' TO WS-SARC-OPEN-SW
003140     END-IF.
003150     MOVE LOW-VALUES TO SM-SHOW-ID.
003160     START SHOW-MASTER-FILE KEY IS NOT LESS THAN SM-SHOW-ID
003170         INVALID KEY MOVE 'Y' TO WS-SHOW-EOF-SW
003180     END-START.
003190     GO TO 1000-EXIT.
003200 1000-EXIT.
003210     EXIT.
003220*
003230******************************************************************
003240* 1090-ABORT-RUN - a file this report cannot do without could
003250* not be opened; say so on the report and end the run.
003260******************************************************************
003270 1090-ABORT-RUN.
003280     MOVE "RUN ABORTED - INPUT FILE NOT AVAILABLE"
003290         TO REPORT-LINE.
003300     WRITE REPORT-LINE.
003310     CLOSE PACE-REPORT.
003320     STOP RUN.
003330 1090-EXIT.
003340     EXIT.
003350*
003360******************************************************************
003370* 1100-LOAD-LIVE-SHOW - read the next show master record and,
003380* when its performance date is still to come, open its row.
003390******************************************************************
003400 1100-LOAD-LIVE-SHOW.
003410     READ SHOW-MASTER-FILE NEXT RECORD
003420         AT END
003430             MOVE 'Y' TO WS-SHOW-EOF-SW
003440             GO TO 1100-EXIT
003450     END-READ.
003460     IF SM-SHOW-DATE NOT > WS-TODAY
003470         GO TO 1100-EXIT
003480     END-IF.
003490     IF WS-PACE-COUNT >= 200
003500         IF NOT WS-TABLE-FULL
003510             MOVE 'Y' TO WS-TABLE-FULL-SW
003520             MOVE "SHOW TABLE FULL - SOME SHOWS NOT REPORTED"
003530                 TO REPORT-LINE
003540             WRITE REPORT-LINE
003550         END-IF
003560         GO TO 1100-EXIT
003570     END-IF.
003580     ADD 1 TO WS-PACE-COUNT.
003590     MOVE SM-SHOW-ID TO WS-PE-SHOW-ID(WS-PACE-COUNT).
003600     MOVE SM-SHOW-NAME TO WS-PE-SHOW-NAME(WS-PACE-COUNT).
003610     MOVE SM-VENUE-ID TO WS-PE-VENUE-ID(WS-PACE-COUNT).
003620     MOVE SM-SHOW-DATE TO WS-PE-SHOW-DATE(WS-PACE-COUNT).
003630     MOVE 'L' TO WS-PE-KIND(WS-PACE-COUNT).
003640     PERFORM 1150-OPEN-ENTRY THRU 1150-EXIT.
003650     MOVE WS-PACE-COUNT TO WS-LIVE-COUNT.
003660     GO TO 1100-EXIT.
003670 1100-EXIT.
003680     EXIT.
003690*
003700******************************************************************
003710* 1150-OPEN-ENTRY - finish opening the row just added: its
003720* performance date as a day number, its capacity off the venue
003730* master (zero when the venue is gone), and zero curves.
003740******************************************************************
003750 1150-OPEN-ENTRY.
003760     COMPUTE WS-PE-SHOW-DAY(WS-PACE-COUNT) =
003770         FUNCTION INTEGER-OF-DATE(WS-PE-SHOW-DATE(WS-PACE-COUNT)).
003780     MOVE ZERO TO WS-PE-CAPACITY(WS-PACE-COUNT).
003790     MOVE WS-PE-VENUE-ID(WS-PACE-COUNT) TO VM-VENUE-ID.
003800     READ VENUE-MASTER-FILE
003810         INVALID KEY
003820             CONTINUE
003830         NOT INVALID KEY
003840             COMPUTE WS-PE-CAPACITY(WS-PACE-COUNT) =
003850                 VM-NUM-ROWS * VM-NUM-SEATS
003860     END-READ.
003870     MOVE ZERO TO WS-PE-NOW-SOLD(WS-PACE-COUNT).
003880     MOVE ZERO TO WS-PE-NOW-REVENUE(WS-PACE-COUNT).
003890     MOVE ZERO TO WS-PE-FINAL-SOLD(WS-PACE-COUNT).
003900     MOVE 1 TO WS-CP-IX.
003910     PERFORM 1160-CLEAR-CHECKPOINT THRU 1160-EXIT
003920         UNTIL WS-CP-IX > 5.
003930     GO TO 1150-EXIT.
003940 1150-EXIT.
003950     EXIT.
003960*
003970 1160-CLEAR-CHECKPOINT.
003980     MOVE ZERO TO WS-PE-CP-SOLD(WS-PACE-COUNT, WS-CP-IX).
003990     MOVE ZERO TO WS-PE-CP-REVENUE(WS-PACE-COUNT, WS-CP-IX).
004000     ADD 1 TO WS-CP-IX.
004010     GO TO 1160-EXIT.
004020 1160-EXIT.
004030     EXIT.
004040*
004050******************************************************************
004060* 1200-LOAD-CLOSED-SHOW - read the next archived show and keep
004070* it when it shares a name or a venue with a live show; no
004080* other closed show can be compared with anything tonight.
004090******************************************************************
004100 1200-LOAD-CLOSED-SHOW.
004110     READ SHOW-ARCHIVE-FILE
004120         AT END
004130             MOVE 'Y' TO WS-SHAR-EOF-SW
004140             GO TO 1200-EXIT
004150     END-READ.
004160     MOVE 'N' TO WS-ENTRY-FOUND-SW.
004170     MOVE 1 TO WS-IX.
004180     PERFORM 1210-MATCH-LIVE-SHOW THRU 1210-EXIT
004190         UNTIL WS-ENTRY-FOUND OR WS-IX > WS-LIVE-COUNT.
004200     IF NOT WS-ENTRY-FOUND
004210         GO TO 1200-EXIT
004220     END-IF.
004230     IF WS-PACE-COUNT >= 600
004240         IF NOT WS-TABLE-FULL
004250             MOVE 'Y' TO WS-TABLE-FULL-SW
004260             MOVE "SHOW TABLE FULL - SOME HISTORY NOT COMPARED"
004270                 TO REPORT-LINE
004280             WRITE REPORT-LINE
004290         END-IF
004300         GO TO 1200-EXIT
004310     END-IF.
004320     ADD 1 TO WS-PACE-COUNT.
004330     MOVE SHA-SHOW-ID TO WS-PE-SHOW-ID(WS-PACE-COUNT).
004340     MOVE SHA-SHOW-NAME TO WS-PE-SHOW-NAME(WS-PACE-COUNT).
004350     MOVE SHA-VENUE-ID TO WS-PE-VENUE-ID(WS-PACE-COUNT).
004360     MOVE SHA-SHOW-DATE TO WS-PE-SHOW-DATE(WS-PACE-COUNT).
004370     MOVE 'C' TO WS-PE-KIND(WS-PACE-COUNT).
004380     PERFORM 1150-OPEN-ENTRY THRU 1150-EXIT.
004390     GO TO 1200-EXIT.
004400 1200-EXIT.
004410     EXIT.
004420*
004430 1210-MATCH-LIVE-SHOW.
004440     IF WS-PE-SHOW-NAME(WS-IX) = SHA-SHOW-NAME
004450         OR WS-PE-VENUE-ID(WS-IX) = SHA-VENUE-ID
004460         MOVE 'Y' TO WS-ENTRY-FOUND-SW
004470     END-IF.
004480     ADD 1 TO WS-IX.
004490     GO TO 1210-EXIT.
004500 1210-EXIT.
004510     EXIT.
004520*
004530******************************************************************
004540* 2000-POST-AUDIT-RECORD - read the next audit entry and post a
004550* seat sold (RESERVE, EXCHANGE into) or given back (CANCEL,
004560* EXCHOUT) to the curve of the show it belongs to: every
004570* checkpoint it came before, and now. The money is the amount
004580* the entry carries; an entry from before amounts were logged
004590* is priced off ROWPRICE while the show is live and counts
004600* nothing once its prices have been archived.
004610******************************************************************
004620 2000-POST-AUDIT-RECORD.
004630     READ AUDIT-LOG-FILE
004640         AT END
004650             MOVE 'Y' TO WS-AUDIT-EOF-SW
004660             GO TO 2000-EXIT
004670     END-READ.
004680     EVALUATE AL-ACTION
004690         WHEN "RESERVE "
004700         WHEN "EXCHANGE"
004710             MOVE +1 TO WS-SEAT-DELTA
004720         WHEN "CANCEL  "
004730         WHEN "EXCHOUT "
004740             MOVE -1 TO WS-SEAT-DELTA
004750         WHEN OTHER
004760             GO TO 2000-EXIT
004770     END-EVALUATE.
004780     COMPUTE WS-AL-FULL-DATE = 20000000 + AL-DATE.
004790     COMPUTE WS-AL-DAY =
004800         FUNCTION INTEGER-OF-DATE(WS-AL-FULL-DATE).
004810     MOVE AL-SHOW-ID TO WS-SEEK-SHOW-ID.
004820     PERFORM 2100-FIND-PACE-ENTRY THRU 2100-EXIT.
004830     IF NOT WS-ENTRY-FOUND
004840         GO TO 2000-EXIT
004850     END-IF.
004860     MOVE ZERO TO WS-LINE-PRICE.
004870     IF AL-PRICE-TYPE NOT = SPACE
004880         MOVE AL-AMOUNT TO WS-LINE-PRICE
004890     ELSE
004900         IF WS-PE-LIVE(WS-FOUND-IX) AND WS-PRICE-AVAILABLE
004910             MOVE AL-SHOW-ID TO RP-SHOW-ID
004920             MOVE AL-ROW TO RP-ROW
004930             READ ROW-PRICE-FILE
004940                 INVALID KEY
004950                     CONTINUE
004960                 NOT INVALID KEY
004970                     MOVE RP-PRICE TO WS-LINE-PRICE
004980             END-READ
004990         END-IF
005000     END-IF.
005010     COMPUTE WS-AMOUNT-DELTA = WS-LINE-PRICE * WS-SEAT-DELTA.
005020     ADD WS-SEAT-DELTA TO WS-PE-NOW-SOLD(WS-FOUND-IX).
005030     ADD WS-AMOUNT-DELTA TO WS-PE-NOW-REVENUE(WS-FOUND-IX).
005040     COMPUTE WS-DAYS-BEFORE =
005050         WS-PE-SHOW-DAY(WS-FOUND-IX) - WS-AL-DAY.
005060     MOVE 1 TO WS-CP-IX.
005070     PERFORM 2200-POST-CHECKPOINT THRU 2200-EXIT
005080         UNTIL WS-CP-IX > 5.
005090     GO TO 2000-EXIT.
005100 2000-EXIT.
005110     EXIT.
005120*
005130******************************************************************
005140* 2100-FIND-PACE-ENTRY - find the row an audit entry belongs
005150* to: of the rows for its show ID, the one with the earliest
005160* performance date on or after the entry's date. A show ID the
005170* box office has used again after closing the first show so
005180* still posts each entry to the right performance. An entry
005190* after every such performance belongs to none of them.
005200******************************************************************
005210 2100-FIND-PACE-ENTRY.
005220     MOVE 'N' TO WS-ENTRY-FOUND-SW.
005230     MOVE 1 TO WS-IX.
005240     PERFORM 2110-MATCH-PACE-ENTRY THRU 2110-EXIT
005250         UNTIL WS-IX > WS-PACE-COUNT.
005260     GO TO 2100-EXIT.
005270 2100-EXIT.
005280     EXIT.
005290*
005300 2110-MATCH-PACE-ENTRY.
005310     IF WS-PE-SHOW-ID(WS-IX) = WS-SEEK-SHOW-ID
005320         AND WS-PE-SHOW-DAY(WS-IX) NOT < WS-AL-DAY
005330         IF NOT WS-ENTRY-FOUND
005340             OR WS-PE-SHOW-DAY(WS-IX) - WS-AL-DAY < WS-BEST-DAYS
005350             MOVE 'Y' TO WS-ENTRY-FOUND-SW
005360             MOVE WS-IX TO WS-FOUND-IX
005370             COMPUTE WS-BEST-DAYS =
005380                 WS-PE-SHOW-DAY(WS-IX) - WS-AL-DAY
005390         END-IF
005400     END-IF.
005410     ADD 1 TO WS-IX.
005420     GO TO 2110-EXIT.
005430 2110-EXIT.
005440     EXIT.
005450*
005460 2200-POST-CHECKPOINT.
005470     IF WS-DAYS-BEFORE NOT < WS-CP-DAYS(WS-CP-IX)
005480         ADD WS-SEAT-DELTA
005490             TO WS-PE-CP-SOLD(WS-FOUND-IX, WS-CP-IX)
005500         ADD WS-AMOUNT-DELTA
005510             TO WS-PE-CP-REVENUE(WS-FOUND-IX, WS-CP-IX)
005520     END-IF.
005530     ADD 1 TO WS-CP-IX.
005540     GO TO 2200-EXIT.
005550 2200-EXIT.
005560     EXIT.
005570*
005580******************************************************************
005590* 2500-COUNT-FINAL-SEAT - read the next archived seat and, when
005600* it was sold or attended, count it to its closed show's final
005610* sold figure.
005620******************************************************************
005630 2500-COUNT-FINAL-SEAT.
005640     READ SEAT-ARCHIVE-FILE
005650         AT END
005660             MOVE 'Y' TO WS-SARC-EOF-SW
005670             GO TO 2500-EXIT
005680     END-READ.
005690     IF SAR-STATUS NOT = 'X' AND SAR-STATUS NOT = 'A'
005700         GO TO 2500-EXIT
005710     END-IF.
005720     MOVE WS-LIVE-COUNT TO WS-IX.
005730     ADD 1 TO WS-IX.
005740     MOVE 'N' TO WS-ENTRY-FOUND-SW.
005750     PERFORM 2510-MATCH-CLOSED-SHOW THRU 2510-EXIT
005760         UNTIL WS-ENTRY-FOUND OR WS-IX > WS-PACE-COUNT.
005770     IF WS-ENTRY-FOUND
005780         ADD 1 TO WS-PE-FINAL-SOLD(WS-FOUND-IX)
005790     END-IF.
005800     GO TO 2500-EXIT.
005810 2500-EXIT.
005820     EXIT.
005830*
005840 2510-MATCH-CLOSED-SHOW.
005850     IF WS-PE-SHOW-ID(WS-IX) = SAR-SHOW-ID
005860         MOVE 'Y' TO WS-ENTRY-FOUND-SW
005870         MOVE WS-IX TO WS-FOUND-IX
005880     END-IF.
005890     ADD 1 TO WS-IX.
005900     GO TO 2510-EXIT.
005910 2510-EXIT.
005920     EXIT.
005930*
005940******************************************************************
005950* 3000-PRINT-PACE - print every live show's pickup in show ID
005960* order, then the run summary.
005970******************************************************************
005980 3000-PRINT-PACE.
005990     IF WS-LIVE-COUNT = ZERO
006000         MOVE SPACES TO REPORT-LINE
006010         WRITE REPORT-LINE
006020         MOVE "NO SHOW STILL TO PLAY ON THE SHOW MASTER"
006030             TO REPORT-LINE
006040         WRITE REPORT-LINE
006050         GO TO 3000-EXIT
006060     END-IF.
006070     MOVE 1 TO WS-JX.
006080     PERFORM 3100-PRINT-SHOW THRU 3100-EXIT
006090         UNTIL WS-JX > WS-LIVE-COUNT.
006100     MOVE WS-SHOWS-PRINTED TO WS-SHOWS-PRINTED-EDIT.
006110     MOVE WS-SHOWS-BEHIND TO WS-SHOWS-BEHIND-EDIT.
006120     MOVE WS-SHOWS-NO-HISTORY TO WS-SHOWS-NO-HIST-EDIT.
006130     MOVE SPACES TO REPORT-LINE.
006140     WRITE REPORT-LINE.
006150     STRING "SHOWS REPORTED " DELIMITED BY SIZE
006160            WS-SHOWS-PRINTED-EDIT DELIMITED BY SIZE
006170            "  BEHIND PACE " DELIMITED BY SIZE
006180            WS-SHOWS-BEHIND-EDIT DELIMITED BY SIZE
006190            "  NO HISTORY TO COMPARE " DELIMITED BY SIZE
006200            WS-SHOWS-NO-HIST-EDIT DELIMITED BY SIZE
006210         INTO REPORT-LINE.
006220     WRITE REPORT-LINE.
006230     GO TO 3000-EXIT.
006240 3000-EXIT.
006250     EXIT.
006260*
006270******************************************************************
006280* 3100-PRINT-SHOW - print one live show: its heading, its seats
006290* sold, net revenue and percent sold at each checkpoint it has
006300* reached and now, the comparison curve beneath, and the
006310* behind-pace flag when it has fallen more than the margin
006320* behind that curve at the last checkpoint reached.
006330******************************************************************
006340 3100-PRINT-SHOW.
006350     COMPUTE WS-DAYS-TO-CURTAIN =
006360         WS-PE-SHOW-DAY(WS-JX) - WS-TODAY-DAY.
006370     MOVE WS-PE-CAPACITY(WS-JX) TO WS-CAPACITY-EDIT.
006380     MOVE WS-DAYS-TO-CURTAIN TO WS-DAYS-EDIT.
006390     MOVE SPACES TO REPORT-LINE.
006400     WRITE REPORT-LINE.
006410     STRING "SHOW " DELIMITED BY SIZE
006420            WS-PE-SHOW-ID(WS-JX) DELIMITED BY SIZE
006430            " " DELIMITED BY SIZE
006440            WS-PE-SHOW-NAME(WS-JX) DELIMITED BY SIZE
006450            " VENUE " DELIMITED BY SIZE
006460            WS-PE-VENUE-ID(WS-JX) DELIMITED BY SIZE
006470            " PLAYS " DELIMITED BY SIZE
006480            WS-PE-SHOW-DATE(WS-JX) DELIMITED BY SIZE
006490            " CAPACITY " DELIMITED BY SIZE
006500            WS-CAPACITY-EDIT DELIMITED BY SIZE
006510            " DAYS TO CURTAIN " DELIMITED BY SIZE
006520            WS-DAYS-EDIT DELIMITED BY SIZE
006530         INTO REPORT-LINE.
006540     WRITE REPORT-LINE.
006550     MOVE SPACES TO WS-CURVE-LINE.
006560     MOVE "  DAYS BEFORE" TO WS-CL-LABEL.
006570     MOVE 1 TO WS-CP-IX.
006580     PERFORM 3110-HEAD-COLUMN THRU 3110-EXIT
006590         UNTIL WS-CP-IX > 5.
006600     MOVE "         NOW" TO WS-CL-COLUMN(6).
006610     MOVE WS-CURVE-LINE TO REPORT-LINE.
006620     WRITE REPORT-LINE.
006630     MOVE ZERO TO WS-LAST-CP.
006640     MOVE SPACES TO WS-CURVE-LINE.
006650     MOVE "  SEATS SOLD" TO WS-CL-LABEL.
006660     MOVE 1 TO WS-CP-IX.
006670     PERFORM 3120-SOLD-COLUMN THRU 3120-EXIT
006680         UNTIL WS-CP-IX > 5.
006690     MOVE WS-PE-NOW-SOLD(WS-JX) TO WS-SOLD-EDIT.
006700     MOVE WS-SOLD-EDIT TO WS-CL-COLUMN(6).
006710     MOVE WS-CURVE-LINE TO REPORT-LINE.
006720     WRITE REPORT-LINE.
006730     MOVE SPACES TO WS-CURVE-LINE.
006740     MOVE "  NET REVENUE" TO WS-CL-LABEL.
006750     MOVE 1 TO WS-CP-IX.
006760     PERFORM 3130-REVENUE-COLUMN THRU 3130-EXIT
006770         UNTIL WS-CP-IX > 5.
006780     MOVE WS-PE-NOW-REVENUE(WS-JX) TO WS-REVENUE-EDIT.
006790     MOVE WS-REVENUE-EDIT TO WS-CL-COLUMN(6).
006800     MOVE WS-CURVE-LINE TO REPORT-LINE.
006810     WRITE REPORT-LINE.
006820     MOVE SPACES TO WS-CURVE-LINE.
006830     MOVE "  PERCENT SOLD" TO WS-CL-LABEL.
006840     MOVE 1 TO WS-CP-IX.
006850     PERFORM 3140-PERCENT-COLUMN THRU 3140-EXIT
006860         UNTIL WS-CP-IX > 6.
006870     MOVE WS-CURVE-LINE TO REPORT-LINE.
006880     WRITE REPORT-LINE.
006890     ADD 1 TO WS-SHOWS-PRINTED.
006900     PERFORM 3200-BUILD-COMPARISON THRU 3200-EXIT.
006910     IF WS-COMP-COUNT = ZERO
006920         ADD 1 TO WS-SHOWS-NO-HISTORY
006930         MOVE SPACES TO REPORT-LINE
006940         STRING "  NO CLOSED SHOW OF THE SAME NAME OR VENUE"
006950                DELIMITED BY SIZE
006960                " - NO COMPARISON" DELIMITED BY SIZE
006970             INTO REPORT-LINE
006980         WRITE REPORT-LINE
006990         GO TO 3100-NEXT
007000     END-IF.
007010     MOVE WS-COMP-COUNT TO WS-COUNT-EDIT.
007020     MOVE SPACES TO REPORT-LINE.
007030     STRING "  COMPARED WITH " DELIMITED BY SIZE
007040            WS-COUNT-EDIT DELIMITED BY SIZE
007050            " CLOSED SHOW(S) OF THE SAME " DELIMITED BY SIZE
007060            WS-COMP-BASIS DELIMITED BY SPACE
007070            " (LAST COLUMN IS THEIR FINAL)" DELIMITED BY SIZE
007080         INTO REPORT-LINE.
007090     WRITE REPORT-LINE.
007100     MOVE SPACES TO WS-CURVE-LINE.
007110     MOVE "  COMPARISON PCT" TO WS-CL-LABEL.
007120     MOVE 1 TO WS-CP-IX.
007130     PERFORM 3150-COMPARISON-COLUMN THRU 3150-EXIT
007140         UNTIL WS-CP-IX > 6.
007150     MOVE WS-CURVE-LINE TO REPORT-LINE.
007160     WRITE REPORT-LINE.
007170     PERFORM 3300-CHECK-BEHIND THRU 3300-EXIT.
007180 3100-NEXT.
007190     ADD 1 TO WS-JX.
007200     GO TO 3100-EXIT.
007210 3100-EXIT.
007220     EXIT.
007230*
007240 3110-HEAD-COLUMN.
007250     MOVE WS-CP-DAYS(WS-CP-IX) TO WS-CP-DAYS-EDIT.
007260     MOVE SPACES TO WS-CL-COLUMN(WS-CP-IX).
007270     STRING "         " DELIMITED BY SIZE
007280            WS-CP-DAYS-EDIT DELIMITED BY SIZE
007290            "D" DELIMITED BY SIZE
007300         INTO WS-CL-COLUMN(WS-CP-IX).
007310     ADD 1 TO WS-CP-IX.
007320     GO TO 3110-EXIT.
007330 3110-EXIT.
007340     EXIT.
007350*
007360******************************************************************
007370* 3120-SOLD-COLUMN - a checkpoint the show has not reached yet
007380* prints a dash; the last one reached is remembered for the
007390* behind-pace check.
007400******************************************************************
007410 3120-SOLD-COLUMN.
007420     IF WS-DAYS-TO-CURTAIN > WS-CP-DAYS(WS-CP-IX)
007430         MOVE "           -" TO WS-CL-COLUMN(WS-CP-IX)
007440     ELSE
007450         MOVE WS-CP-IX TO WS-LAST-CP
007460         MOVE WS-PE-CP-SOLD(WS-JX, WS-CP-IX) TO WS-SOLD-EDIT
007470         MOVE WS-SOLD-EDIT TO WS-CL-COLUMN(WS-CP-IX)
007480     END-IF.
007490     ADD 1 TO WS-CP-IX.
007500     GO TO 3120-EXIT.
007510 3120-EXIT.
007520     EXIT.
007530*
007540 3130-REVENUE-COLUMN.
007550     IF WS-DAYS-TO-CURTAIN > WS-CP-DAYS(WS-CP-IX)
007560         MOVE "           -" TO WS-CL-COLUMN(WS-CP-IX)
007570     ELSE
007580         MOVE WS-PE-CP-REVENUE(WS-JX, WS-CP-IX)
007590             TO WS-REVENUE-EDIT
007600         MOVE WS-REVENUE-EDIT TO WS-CL-COLUMN(WS-CP-IX)
007610     END-IF.
007620     ADD 1 TO WS-CP-IX.
007630     GO TO 3130-EXIT.
007640 3130-EXIT.
007650     EXIT.
007660*
007670******************************************************************
007680* 3140-PERCENT-COLUMN - the live show's percent of capacity
007690* sold at one column (6 is now), kept for the behind-pace
007700* check. A venue gone from the master has no capacity and
007710* prints zero.
007720******************************************************************
007730 3140-PERCENT-COLUMN.
007740     IF WS-CP-IX < 6
007750         IF WS-DAYS-TO-CURTAIN > WS-CP-DAYS(WS-CP-IX)
007760             MOVE ZERO TO WS-LIVE-PCT(WS-CP-IX)
007770             MOVE "           -" TO WS-CL-COLUMN(WS-CP-IX)
007780             GO TO 3140-NEXT
007790         END-IF
007800         MOVE WS-JX TO WS-IX
007810         PERFORM 3400-CHECKPOINT-PERCENT THRU 3400-EXIT
007820     ELSE
007830         MOVE WS-JX TO WS-IX
007840         PERFORM 3410-NOW-PERCENT THRU 3410-EXIT
007850     END-IF.
007860     MOVE WS-PCT-WORK TO WS-LIVE-PCT(WS-CP-IX).
007870     MOVE WS-PCT-WORK TO WS-PCT-COL-VALUE.
007880     MOVE WS-PCT-COLUMN TO WS-CL-COLUMN(WS-CP-IX).
007890 3140-NEXT.
007900     ADD 1 TO WS-CP-IX.
007910     GO TO 3140-EXIT.
007920 3140-EXIT.
007930     EXIT.
007940*
007950 3150-COMPARISON-COLUMN.
007960     MOVE WS-COMP-PCT(WS-CP-IX) TO WS-PCT-COL-VALUE.
007970     MOVE WS-PCT-COLUMN TO WS-CL-COLUMN(WS-CP-IX).
007980     ADD 1 TO WS-CP-IX.
007990     GO TO 3150-EXIT.
008000 3150-EXIT.
008010     EXIT.
008020*
008030******************************************************************
008040* 3200-BUILD-COMPARISON - average the percent sold of the
008050* closed shows of the same name at each checkpoint and at the
008060* final count; when the show has never played before, fall
008070* back to the closed shows at the same venue. Only closed shows
008080* whose venue is still on the master (so have a capacity)
008090* count.
008100******************************************************************
008110 3200-BUILD-COMPARISON.
008120     MOVE "NAME" TO WS-COMP-BASIS.
008130     PERFORM 3210-CLEAR-COMPARISON THRU 3210-EXIT.
008140     MOVE WS-LIVE-COUNT TO WS-IX.
008150     ADD 1 TO WS-IX.
008160     PERFORM 3220-ADD-SAME-NAME THRU 3220-EXIT
008170         UNTIL WS-IX > WS-PACE-COUNT.
008180     IF WS-COMP-COUNT = ZERO
008190         MOVE "VENUE" TO WS-COMP-BASIS
008200         MOVE WS-LIVE-COUNT TO WS-IX
008210         ADD 1 TO WS-IX
008220         PERFORM 3230-ADD-SAME-VENUE THRU 3230-EXIT
008230             UNTIL WS-IX > WS-PACE-COUNT
008240     END-IF.
008250     IF WS-COMP-COUNT = ZERO
008260         GO TO 3200-EXIT
008270     END-IF.
008280     MOVE 1 TO WS-CP-IX.
008290     PERFORM 3250-AVERAGE-COLUMN THRU 3250-EXIT
008300         UNTIL WS-CP-IX > 6.
008310     GO TO 3200-EXIT.
008320 3200-EXIT.
008330     EXIT.
008340*
008350 3210-CLEAR-COMPARISON.
008360     MOVE ZERO TO WS-COMP-COUNT.
008370     MOVE 1 TO WS-CP-IX.
008380     PERFORM 3215-CLEAR-COLUMN THRU 3215-EXIT
008390         UNTIL WS-CP-IX > 6.
008400     GO TO 3210-EXIT.
008410 3210-EXIT.
008420     EXIT.
008430*
008440 3215-CLEAR-COLUMN.
008450     MOVE ZERO TO WS-COMP-PCT-SUM(WS-CP-IX).
008460     MOVE ZERO TO WS-COMP-PCT(WS-CP-IX).
008470     ADD 1 TO WS-CP-IX.
008480     GO TO 3215-EXIT.
008490 3215-EXIT.
008500     EXIT.
008510*
008520 3220-ADD-SAME-NAME.
008530     IF WS-PE-SHOW-NAME(WS-IX) = WS-PE-SHOW-NAME(WS-JX)
008540         AND WS-PE-CAPACITY(WS-IX) > ZERO
008550         PERFORM 3240-ADD-CLOSED-SHOW THRU 3240-EXIT
008560     END-IF.
008570     ADD 1 TO WS-IX.
008580     GO TO 3220-EXIT.
008590 3220-EXIT.
008600     EXIT.
008610*
008620 3230-ADD-SAME-VENUE.
008630     IF WS-PE-VENUE-ID(WS-IX) = WS-PE-VENUE-ID(WS-JX)
008640         AND WS-PE-CAPACITY(WS-IX) > ZERO
008650         PERFORM 3240-ADD-CLOSED-SHOW THRU 3240-EXIT
008660     END-IF.
008670     ADD 1 TO WS-IX.
008680     GO TO 3230-EXIT.
008690 3230-EXIT.
008700     EXIT.
008710*
008720 3240-ADD-CLOSED-SHOW.
008730     ADD 1 TO WS-COMP-COUNT.
008740     MOVE 1 TO WS-CP-IX.
008750     PERFORM 3245-ADD-CLOSED-COLUMN THRU 3245-EXIT
008760         UNTIL WS-CP-IX > 5.
008770     IF WS-PE-FINAL-SOLD(WS-IX) > WS-PE-CAPACITY(WS-IX)
008780         MOVE 100 TO WS-PCT-WORK
008790     ELSE
008800         COMPUTE WS-PCT-WORK ROUNDED =
008810             (WS-PE-FINAL-SOLD(WS-IX) * 100)
008820                 / WS-PE-CAPACITY(WS-IX)
008830     END-IF.
008840     ADD WS-PCT-WORK TO WS-COMP-PCT-SUM(6).
008850     GO TO 3240-EXIT.
008860 3240-EXIT.
008870     EXIT.
008880*
008890 3245-ADD-CLOSED-COLUMN.
008900     PERFORM 3400-CHECKPOINT-PERCENT THRU 3400-EXIT.
008910     ADD WS-PCT-WORK TO WS-COMP-PCT-SUM(WS-CP-IX).
008920     ADD 1 TO WS-CP-IX.
008930     GO TO 3245-EXIT.
008940 3245-EXIT.
008950     EXIT.
008960*
008970 3250-AVERAGE-COLUMN.
008980     COMPUTE WS-COMP-PCT(WS-CP-IX) ROUNDED =
008990         WS-COMP-PCT-SUM(WS-CP-IX) / WS-COMP-COUNT.
009000     ADD 1 TO WS-CP-IX.
009010     GO TO 3250-EXIT.
009020 3250-EXIT.
009030     EXIT.
009040*
009050******************************************************************
009060* 3300-CHECK-BEHIND - at the last checkpoint the live show has
009070* reached, flag it when its percent sold trails the comparison
009080* by more than the margin. A show not yet 60 days out has
009090* reached no checkpoint and is never flagged.
009100******************************************************************
009110 3300-CHECK-BEHIND.
009120     IF WS-LAST-CP = ZERO
009130         GO TO 3300-EXIT
009140     END-IF.
009150     COMPUTE WS-PCT-GAP = WS-COMP-PCT(WS-LAST-CP)
009160         - WS-LIVE-PCT(WS-LAST-CP).
009170     IF WS-PCT-GAP NOT > WS-MARGIN
009180         GO TO 3300-EXIT
009190     END-IF.
009200     ADD 1 TO WS-SHOWS-BEHIND.
009210     MOVE WS-PCT-GAP TO WS-GAP-EDIT.
009220     MOVE WS-CP-DAYS(WS-LAST-CP) TO WS-CP-DAYS-EDIT.
009230     MOVE SPACES TO REPORT-LINE.
009240     STRING "  *** BEHIND PACE - " DELIMITED BY SIZE
009250            WS-GAP-EDIT DELIMITED BY SIZE
009260            " POINTS BELOW THE COMPARISON AT " DELIMITED BY SIZE
009270            WS-CP-DAYS-EDIT DELIMITED BY SIZE
009280            " DAYS OUT ***" DELIMITED BY SIZE
009290         INTO REPORT-LINE.
009300     WRITE REPORT-LINE.
009310     GO TO 3300-EXIT.
009320 3300-EXIT.
009330     EXIT.
009340*
009350******************************************************************
009360* 3400-CHECKPOINT-PERCENT - percent of capacity row WS-IX had
009370* sold at checkpoint WS-CP-IX, into WS-PCT-WORK; nothing sold
009380* (or more given back than sold) is zero, more than the house
009390* holds is 100.
009400******************************************************************
009410 3400-CHECKPOINT-PERCENT.
009420     MOVE ZERO TO WS-PCT-WORK.
009430     IF WS-PE-CAPACITY(WS-IX) = ZERO
009440         OR WS-PE-CP-SOLD(WS-IX, WS-CP-IX) NOT > ZERO
009450         GO TO 3400-EXIT
009460     END-IF.
009470     IF WS-PE-CP-SOLD(WS-IX, WS-CP-IX) > WS-PE-CAPACITY(WS-IX)
009480         MOVE 100 TO WS-PCT-WORK
009490         GO TO 3400-EXIT
009500     END-IF.
009510     COMPUTE WS-PCT-WORK ROUNDED =
009520         (WS-PE-CP-SOLD(WS-IX, WS-CP-IX) * 100)
009530             / WS-PE-CAPACITY(WS-IX).
009540     GO TO 3400-EXIT.
009550 3400-EXIT.
009560     EXIT.
009570*
009580 3410-NOW-PERCENT.
009590     MOVE ZERO TO WS-PCT-WORK.
009600     IF WS-PE-CAPACITY(WS-IX) = ZERO
009610         OR WS-PE-NOW-SOLD(WS-IX) NOT > ZERO
009620         GO TO 3410-EXIT
009630     END-IF.
009640     IF WS-PE-NOW-SOLD(WS-IX) > WS-PE-CAPACITY(WS-IX)
009650         MOVE 100 TO WS-PCT-WORK
009660         GO TO 3410-EXIT
009670     END-IF.
009680     COMPUTE WS-PCT-WORK ROUNDED =
009690         (WS-PE-NOW-SOLD(WS-IX) * 100) / WS-PE-CAPACITY(WS-IX).
009700     GO TO 3410-EXIT.
009710 3410-EXIT.
009720     EXIT.
009730*
009740******************************************************************
009750* 9000-TERMINATE - print the run totals, close the files, and
009760* end the run.
009770******************************************************************
009780 9000-TERMINATE.
009790     MOVE WS-SHOWS-PRINTED TO WS-SHOWS-PRINTED-EDIT.
009800     MOVE WS-SHOWS-BEHIND TO WS-SHOWS-BEHIND-EDIT.
009810     DISPLAY "Shows reported   : " WS-SHOWS-PRINTED-EDIT.
009820     DISPLAY "Behind pace      : " WS-SHOWS-BEHIND-EDIT.
009830     CLOSE SHOW-MASTER-FILE.
009840     CLOSE VENUE-MASTER-FILE.
009850     CLOSE AUDIT-LOG-FILE.
009860     IF WS-PRICE-AVAILABLE
009870         CLOSE ROW-PRICE-FILE
009880     END-IF.
009890*    The archive statuses hold "10" after their passes read to
009900*    end of file, so the closes are guarded by whether the
009910*    opens succeeded.
009920     IF WS-SHAR-FILE-STATUS = "00" OR WS-SHAR-FILE-STATUS = "10"
009930         CLOSE SHOW-ARCHIVE-FILE
009940     END-IF.
009950     IF WS-SARC-OPEN
009960         CLOSE SEAT-ARCHIVE-FILE
009970     END-IF.
009980     CLOSE PACE-REPORT.
009990     GO TO 9000-EXIT.
010000 9000-EXIT.
010010     EXIT.
010020*
010030 END PROGRAM SALES-PACE-REPORT.
