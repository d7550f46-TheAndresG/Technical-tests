000010******************************************************************
000020* PROGRAM:     SEAT-AVAILABILITY-FEED
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:     End-of-counter-day batch step - build the
000080*              fixed-layout seat availability file (AVAILFD)
000090*              sent to the phone/web sales partner before their
000100*              cut-off, so they stop selling seats that are
000110*              already gone. For every show on the show master
000120*              still to play (performance date after today),
000130*              every seat of its venue that is open - status
000140*              'L', or not yet on the seat file at all, which
000150*              the overnight update treats as open - and whose
000160*              row is priced is listed with its row price.
000170*              House kills ('K' on SEATATTR) are left out and
000180*              wheelchair ('W') and companion ('C') positions
000190*              are flagged. The file closes with one open-seat
000200*              count record per show and a control trailer
000210*              (show count, seat count and price hash total)
000220*              the partner checks the file against.
000230* TECTONICS:   cobc
000240******************************************************************
000250* MODIFICATION HISTORY
000260*  DATE       INIT DESCRIPTION
000270*  15/10/2026 AG   Original seat availability feed program.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SEAT-AVAILABILITY-FEED.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SHOW-MASTER-FILE ASSIGN TO "SHOWMSTR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS SM-SHOW-ID
000380         FILE STATUS IS WS-SHOW-FILE-STATUS.
000390     SELECT VENUE-MASTER-FILE ASSIGN TO "VENUEMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS VM-VENUE-ID
000430         FILE STATUS IS WS-VENUE-FILE-STATUS.
000440     SELECT SEAT-STATUS-FILE ASSIGN TO "SEATSTAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SS-KEY
000480         FILE STATUS IS WS-SEAT-FILE-STATUS.
000490     SELECT ROW-PRICE-FILE ASSIGN TO "ROWPRICE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS RP-KEY
000530         FILE STATUS IS WS-PRICE-FILE-STATUS.
000540     SELECT SEAT-ATTRIBUTE-FILE ASSIGN TO "SEATATTR"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SA-KEY
000580         FILE STATUS IS WS-ATTR-FILE-STATUS.
000590     SELECT AVAIL-FEED-FILE ASSIGN TO "AVAILFD"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-FEED-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SHOW-MASTER-FILE.
000650     COPY SHOWMSTR.
000660 FD  VENUE-MASTER-FILE.
000670     COPY VENUEMST.
000680 FD  SEAT-STATUS-FILE.
000690     COPY SEATSTAT.
000700 FD  ROW-PRICE-FILE.
000710     COPY ROWPRICE.
000720 FD  SEAT-ATTRIBUTE-FILE.
000730     COPY SEATATTR.
000740******************************************************************
000750* The availability file is fixed 40-byte records: one header
000760* ('H') carrying the date and time the availability was taken,
000770* one detail ('D') per open seat, then one count record ('S')
000780* per show fed and the single control trailer ('T') carrying
000790* the show count, the detail count and the hash total of every
000800* detail price. The partner rejects the file when any of them
000810* disagrees with what it read. AVD-SEAT-FLAG is 'W' for a
000820* wheelchair position, 'C' for a companion seat, else blank.
000830******************************************************************
000840 FD  AVAIL-FEED-FILE.
000850 01  AVAIL-HEADER-RECORD.
000860     05 AVH-RECORD-TYPE          PIC X(01).
000870     05 AVH-FEED-DATE            PIC 9(08).
000880     05 AVH-FEED-TIME            PIC 9(06).
000890     05 FILLER                   PIC X(25).
000900 01  AVAIL-DETAIL-RECORD.
000910     05 AVD-RECORD-TYPE          PIC X(01).
000920     05 AVD-SHOW-ID              PIC X(04).
000930     05 AVD-SHOW-DATE            PIC 9(08).
000940     05 AVD-SHOW-TIME            PIC 9(04).
000950     05 AVD-ROW                  PIC 9(02).
000960     05 AVD-SEAT                 PIC 9(02).
000970     05 AVD-PRICE                PIC 9(05)V99.
000980     05 AVD-SEAT-FLAG            PIC X(01).
000990     05 FILLER                   PIC X(11).
001000 01  AVAIL-COUNT-RECORD.
001010     05 AVS-RECORD-TYPE          PIC X(01).
001020     05 AVS-SHOW-ID              PIC X(04).
001030     05 AVS-SHOW-DATE            PIC 9(08).
001040     05 AVS-SHOW-TIME            PIC 9(04).
001050     05 AVS-OPEN-COUNT           PIC 9(05).
001060     05 AVS-WHEELCHAIR-COUNT     PIC 9(05).
001070     05 AVS-COMPANION-COUNT      PIC 9(05).
001080     05 FILLER                   PIC X(08).
001090 01  AVAIL-TRAILER-RECORD.
001100     05 AVT-RECORD-TYPE          PIC X(01).
001110     05 AVT-SHOW-COUNT           PIC 9(05).
001120     05 AVT-SEAT-COUNT           PIC 9(07).
001130     05 AVT-PRICE-HASH           PIC 9(11)V99.
001140     05 FILLER                   PIC X(14).
001150 WORKING-STORAGE SECTION.
001160 01  WS-SHOW-FILE-STATUS         PIC X(02).
001170 01  WS-VENUE-FILE-STATUS        PIC X(02).
001180 01  WS-SEAT-FILE-STATUS         PIC X(02).
001190 01  WS-PRICE-FILE-STATUS        PIC X(02).
001200 01  WS-ATTR-FILE-STATUS         PIC X(02).
001210 01  WS-FEED-FILE-STATUS         PIC X(02).
001220 01  WS-SEAT-AVAIL-SW            PIC X(01) VALUE 'N'.
001230     88 WS-SEAT-AVAILABLE                    VALUE 'Y'.
001240 01  WS-ATTR-AVAIL-SW            PIC X(01) VALUE 'N'.
001250     88 WS-ATTR-AVAILABLE                    VALUE 'Y'.
001260 01  WS-SHOW-EOF-SW              PIC X(01) VALUE 'N'.
001270     88 WS-SHOW-EOF                          VALUE 'Y'.
001280 01  WS-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
001290     88 WS-TABLE-FULL                        VALUE 'Y'.
001300 01  WS-SEAT-OPEN-SW             PIC X(01) VALUE 'N'.
001310     88 WS-SEAT-OPEN                         VALUE 'Y'.
001320 01  WS-SEAT-FLAG                PIC X(01).
001330 01  WS-DATE-WORK.
001340     05 WS-TODAY                 PIC 9(08).
001350     05 WS-RUN-TIME              PIC 9(08).
001360     05 FILLER REDEFINES WS-RUN-TIME.
001370         10 WS-RUN-HHMMSS        PIC 9(06).
001380         10 FILLER               PIC 9(02).
001390 01  WS-GRID-FIELDS.
001400     05 WS-ROW-IX                PIC 9(03) COMP.
001410     05 WS-SEAT-IX               PIC 9(03) COMP.
001420     05 WS-ROW-PRICE             PIC 9(05)V99.
001430******************************************************************
001440* One row per show fed, counted while its seats are written and
001450* written out as the count records after the last detail. A
001460* full table stops the feed at the last show it holds rather
001470* than send seats the count records and trailer do not cover.
001480******************************************************************
001490 01  WS-SHOW-TABLE.
001500     05 WS-SHOW-ENTRY OCCURS 200 TIMES.
001510         10 WS-ST-SHOW-ID        PIC X(04).
001520         10 WS-ST-SHOW-DATE      PIC 9(08).
001530         10 WS-ST-SHOW-TIME      PIC 9(04).
001540         10 WS-ST-OPEN-COUNT     PIC 9(05) COMP.
001550         10 WS-ST-WHEEL-COUNT    PIC 9(05) COMP.
001560         10 WS-ST-COMP-COUNT     PIC 9(05) COMP.
001570 01  WS-SHOW-COUNT               PIC 9(03) COMP VALUE ZERO.
001580 01  WS-IX                       PIC 9(03) COMP.
001590 01  WS-CONTROL-TOTALS.
001600     05 WS-SEAT-COUNT            PIC 9(07) COMP VALUE ZERO.
001610     05 WS-PRICE-HASH            PIC 9(11)V99 VALUE ZERO.
001620     05 WS-SHOW-COUNT-EDIT       PIC ZZ9.
001630     05 WS-SEAT-COUNT-EDIT       PIC Z,ZZZ,ZZ9.
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     DISPLAY "Seat Availability Feed".
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     PERFORM 2000-FEED-SHOW THRU 2000-EXIT
001690         UNTIL WS-SHOW-EOF.
001700     PERFORM 3000-WRITE-COUNTS THRU 3000-EXIT.
001710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001720     STOP RUN.
001730*
001740******************************************************************
001750* 1000-INITIALIZE - take the date and time the availability is
001760* as at, open the files, write the header, and position at the
001770* first show master record. The seat file may not exist yet on
001780* a new system - every seat is then open. The seat attribute
001790* map is optional: a venue with no record on it has no kills
001800* and no flagged seats.
001810******************************************************************
001820 1000-INITIALIZE.
001830     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001840     ACCEPT WS-RUN-TIME FROM TIME.
001850     OPEN OUTPUT AVAIL-FEED-FILE.
001860     MOVE SPACES TO AVAIL-HEADER-RECORD.
001870     MOVE 'H' TO AVH-RECORD-TYPE.
001880     MOVE WS-TODAY TO AVH-FEED-DATE.
001890     MOVE WS-RUN-HHMMSS TO AVH-FEED-TIME.
001900     WRITE AVAIL-HEADER-RECORD.
001910     OPEN INPUT SHOW-MASTER-FILE.
001920     IF WS-SHOW-FILE-STATUS NOT = "00"
001930         DISPLAY "SEAT-AVAILABILITY-FEED: SHOWMSTR NOT "
001940             "AVAILABLE, FILE STATUS " WS-SHOW-FILE-STATUS
001950         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
001960     END-IF.
001970     OPEN INPUT VENUE-MASTER-FILE.
001980     IF WS-VENUE-FILE-STATUS NOT = "00"
001990         DISPLAY "SEAT-AVAILABILITY-FEED: VENUEMST NOT "
002000             "AVAILABLE, FILE STATUS " WS-VENUE-FILE-STATUS
002010         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002020     END-IF.
002030     OPEN INPUT ROW-PRICE-FILE.
002040     IF WS-PRICE-FILE-STATUS NOT = "00"
002050         DISPLAY "SEAT-AVAILABILITY-FEED: ROWPRICE NOT "
002060             "AVAILABLE, FILE STATUS " WS-PRICE-FILE-STATUS
002070         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002080     END-IF.
002090     OPEN INPUT SEAT-STATUS-FILE.
002100     IF WS-SEAT-FILE-STATUS = "00"
002110         MOVE 'Y' TO WS-SEAT-AVAIL-SW
002120     END-IF.
002130     OPEN INPUT SEAT-ATTRIBUTE-FILE.
002140     IF WS-ATTR-FILE-STATUS = "00"
002150         MOVE 'Y' TO WS-ATTR-AVAIL-SW
002160     END-IF.
002170     MOVE LOW-VALUES TO SM-SHOW-ID.
002180     START SHOW-MASTER-FILE KEY IS NOT LESS THAN SM-SHOW-ID
002190         INVALID KEY MOVE 'Y' TO WS-SHOW-EOF-SW
002200     END-START.
002210     GO TO 1000-EXIT.
002220 1000-EXIT.
002230     EXIT.
002240*
002250******************************************************************
002260* 1090-ABORT-RUN - a master this run depends on could not be
002270* opened; close the file with an empty trailer so the partner
002280* sees a complete file with no seats rather than a truncated
002290* one, and end the run.
002300******************************************************************
002310 1090-ABORT-RUN.
002320     MOVE SPACES TO AVAIL-TRAILER-RECORD.
002330     MOVE 'T' TO AVT-RECORD-TYPE.
002340     MOVE ZERO TO AVT-SHOW-COUNT.
002350     MOVE ZERO TO AVT-SEAT-COUNT.
002360     MOVE ZERO TO AVT-PRICE-HASH.
002370     WRITE AVAIL-TRAILER-RECORD.
002380     CLOSE AVAIL-FEED-FILE.
002390     STOP RUN.
002400 1090-EXIT.
002410     EXIT.
002420*
002430******************************************************************
002440* 2000-FEED-SHOW - read the next show and, when it is still to
002450* play, list its venue's open seats row by row. A show whose
002460* venue is not on file has no seat map to list and is left out.
002470******************************************************************
002480 2000-FEED-SHOW.
002490     READ SHOW-MASTER-FILE NEXT RECORD
002500         AT END
002510             MOVE 'Y' TO WS-SHOW-EOF-SW
002520             GO TO 2000-EXIT
002530     END-READ.
002540     IF SM-SHOW-DATE NOT > WS-TODAY
002550         GO TO 2000-EXIT
002560     END-IF.
002570     MOVE SM-VENUE-ID TO VM-VENUE-ID.
002580     READ VENUE-MASTER-FILE
002590         INVALID KEY
002600             DISPLAY "SEAT-AVAILABILITY-FEED: SHOW " SM-SHOW-ID
002610                 " VENUE " SM-VENUE-ID " NOT ON FILE - NOT FED"
002620             GO TO 2000-EXIT
002630     END-READ.
002640     IF WS-SHOW-COUNT >= 200
002650         MOVE 'Y' TO WS-TABLE-FULL-SW
002660         MOVE 'Y' TO WS-SHOW-EOF-SW
002670         DISPLAY "SEAT-AVAILABILITY-FEED: SHOW TABLE FULL - "
002680             "FEED STOPS BEFORE SHOW " SM-SHOW-ID
002690         GO TO 2000-EXIT
002700     END-IF.
002710     ADD 1 TO WS-SHOW-COUNT.
002720     MOVE SM-SHOW-ID TO WS-ST-SHOW-ID(WS-SHOW-COUNT).
002730     MOVE SM-SHOW-DATE TO WS-ST-SHOW-DATE(WS-SHOW-COUNT).
002740     MOVE SM-SHOW-TIME TO WS-ST-SHOW-TIME(WS-SHOW-COUNT).
002750     MOVE ZERO TO WS-ST-OPEN-COUNT(WS-SHOW-COUNT).
002760     MOVE ZERO TO WS-ST-WHEEL-COUNT(WS-SHOW-COUNT).
002770     MOVE ZERO TO WS-ST-COMP-COUNT(WS-SHOW-COUNT).
002780     MOVE 1 TO WS-ROW-IX.
002790     PERFORM 2100-FEED-ROW THRU 2100-EXIT
002800         UNTIL WS-ROW-IX > VM-NUM-ROWS.
002810     GO TO 2000-EXIT.
002820 2000-EXIT.
002830     EXIT.
002840*
002850******************************************************************
002860* 2100-FEED-ROW - a row with no price on file cannot be sold
002870* (the overnight update bounces it), so none of its seats are
002880* offered; otherwise every seat of the row is looked at.
002890******************************************************************
002900 2100-FEED-ROW.
002910     MOVE SM-SHOW-ID TO RP-SHOW-ID.
002920     MOVE WS-ROW-IX TO RP-ROW.
002930     READ ROW-PRICE-FILE
002940         INVALID KEY
002950             GO TO 2100-NEXT
002960     END-READ.
002970     MOVE RP-PRICE TO WS-ROW-PRICE.
002980     MOVE 1 TO WS-SEAT-IX.
002990     PERFORM 2110-FEED-SEAT THRU 2110-EXIT
003000         UNTIL WS-SEAT-IX > VM-NUM-SEATS.
003010 2100-NEXT.
003020     ADD 1 TO WS-ROW-IX.
003030     GO TO 2100-EXIT.
003040 2100-EXIT.
003050     EXIT.
003060*
003070******************************************************************
003080* 2110-FEED-SEAT - list one seat when it is open: status 'L', or
003090* no seat record yet. Sold, attended and held seats are not.
003100* A house kill is never offered; a wheelchair or companion
003110* position goes out flagged.
003120******************************************************************
003130 2110-FEED-SEAT.
003140     MOVE 'Y' TO WS-SEAT-OPEN-SW.
003150     IF WS-SEAT-AVAILABLE
003160         MOVE SM-SHOW-ID TO SS-SHOW-ID
003170         MOVE WS-ROW-IX TO SS-ROW
003180         MOVE WS-SEAT-IX TO SS-SEAT
003190         READ SEAT-STATUS-FILE
003200             INVALID KEY
003210                 CONTINUE
003220             NOT INVALID KEY
003230                 IF SS-STATUS NOT = 'L'
003240                     MOVE 'N' TO WS-SEAT-OPEN-SW
003250                 END-IF
003260         END-READ
003270     END-IF.
003280     IF NOT WS-SEAT-OPEN
003290         GO TO 2110-NEXT
003300     END-IF.
003310     MOVE SPACE TO WS-SEAT-FLAG.
003320     IF WS-ATTR-AVAILABLE
003330         MOVE VM-VENUE-ID TO SA-VENUE-ID
003340         MOVE WS-ROW-IX TO SA-ROW
003350         MOVE WS-SEAT-IX TO SA-SEAT
003360         READ SEAT-ATTRIBUTE-FILE
003370             INVALID KEY
003380                 MOVE SPACE TO SA-ATTRIBUTE
003390         END-READ
003400         IF SA-ATTRIBUTE = 'K'
003410             GO TO 2110-NEXT
003420         END-IF
003430         IF SA-ATTRIBUTE = 'W' OR SA-ATTRIBUTE = 'C'
003440             MOVE SA-ATTRIBUTE TO WS-SEAT-FLAG
003450         END-IF
003460     END-IF.
003470     MOVE SPACES TO AVAIL-DETAIL-RECORD.
003480     MOVE 'D' TO AVD-RECORD-TYPE.
003490     MOVE SM-SHOW-ID TO AVD-SHOW-ID.
003500     MOVE SM-SHOW-DATE TO AVD-SHOW-DATE.
003510     MOVE SM-SHOW-TIME TO AVD-SHOW-TIME.
003520     MOVE WS-ROW-IX TO AVD-ROW.
003530     MOVE WS-SEAT-IX TO AVD-SEAT.
003540     MOVE WS-ROW-PRICE TO AVD-PRICE.
003550     MOVE WS-SEAT-FLAG TO AVD-SEAT-FLAG.
003560     WRITE AVAIL-DETAIL-RECORD.
003570     ADD 1 TO WS-SEAT-COUNT.
003580     ADD WS-ROW-PRICE TO WS-PRICE-HASH.
003590     ADD 1 TO WS-ST-OPEN-COUNT(WS-SHOW-COUNT).
003600     IF WS-SEAT-FLAG = 'W'
003610         ADD 1 TO WS-ST-WHEEL-COUNT(WS-SHOW-COUNT)
003620     END-IF.
003630     IF WS-SEAT-FLAG = 'C'
003640         ADD 1 TO WS-ST-COMP-COUNT(WS-SHOW-COUNT)
003650     END-IF.
003660 2110-NEXT.
003670     ADD 1 TO WS-SEAT-IX.
003680     GO TO 2110-EXIT.
003690 2110-EXIT.
003700     EXIT.
003710*
003720******************************************************************
003730* 3000-WRITE-COUNTS - write one open-seat count record per show
003740* fed, in the order the shows were fed, then the trailer
003750* carrying the show count, the seat count and the price hash.
003760* A show with no open seat left still gets its count record,
003770* so the partner knows it is sold out rather than missing.
003780******************************************************************
003790 3000-WRITE-COUNTS.
003800     MOVE 1 TO WS-IX.
003810     PERFORM 3100-WRITE-SHOW-COUNT THRU 3100-EXIT
003820         UNTIL WS-IX > WS-SHOW-COUNT.
003830     MOVE SPACES TO AVAIL-TRAILER-RECORD.
003840     MOVE 'T' TO AVT-RECORD-TYPE.
003850     MOVE WS-SHOW-COUNT TO AVT-SHOW-COUNT.
003860     MOVE WS-SEAT-COUNT TO AVT-SEAT-COUNT.
003870     MOVE WS-PRICE-HASH TO AVT-PRICE-HASH.
003880     WRITE AVAIL-TRAILER-RECORD.
003890     GO TO 3000-EXIT.
003900 3000-EXIT.
003910     EXIT.
003920*
003930 3100-WRITE-SHOW-COUNT.
003940     MOVE SPACES TO AVAIL-COUNT-RECORD.
003950     MOVE 'S' TO AVS-RECORD-TYPE.
003960     MOVE WS-ST-SHOW-ID(WS-IX) TO AVS-SHOW-ID.
003970     MOVE WS-ST-SHOW-DATE(WS-IX) TO AVS-SHOW-DATE.
003980     MOVE WS-ST-SHOW-TIME(WS-IX) TO AVS-SHOW-TIME.
003990     MOVE WS-ST-OPEN-COUNT(WS-IX) TO AVS-OPEN-COUNT.
004000     MOVE WS-ST-WHEEL-COUNT(WS-IX) TO AVS-WHEELCHAIR-COUNT.
004010     MOVE WS-ST-COMP-COUNT(WS-IX) TO AVS-COMPANION-COUNT.
004020     WRITE AVAIL-COUNT-RECORD.
004030     ADD 1 TO WS-IX.
004040     GO TO 3100-EXIT.
004050 3100-EXIT.
004060     EXIT.
004070*
004080******************************************************************
004090* 9000-TERMINATE - print the run totals, close the files, and
004100* end the run.
004110******************************************************************
004120 9000-TERMINATE.
004130     MOVE WS-SHOW-COUNT TO WS-SHOW-COUNT-EDIT.
004140     MOVE WS-SEAT-COUNT TO WS-SEAT-COUNT-EDIT.
004150     DISPLAY "Shows fed        : " WS-SHOW-COUNT-EDIT.
004160     DISPLAY "Open seats fed   : " WS-SEAT-COUNT-EDIT.
004170     CLOSE SHOW-MASTER-FILE.
004180     CLOSE VENUE-MASTER-FILE.
004190     CLOSE ROW-PRICE-FILE.
004200     IF WS-SEAT-AVAILABLE
004210         CLOSE SEAT-STATUS-FILE
004220     END-IF.
004230     IF WS-ATTR-AVAILABLE
004240         CLOSE SEAT-ATTRIBUTE-FILE
004250     END-IF.
004260     CLOSE AVAIL-FEED-FILE.
004270     GO TO 9000-EXIT.
004280 9000-EXIT.
004290     EXIT.
004300*
004310 END PROGRAM SEAT-AVAILABILITY-FEED.
