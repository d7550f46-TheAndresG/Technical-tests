000160*              onto a repeat engagement. Everything loaded and
000170*              everything rejected is listed, with its reason,
000180*              on the edit report.
000190*              A fee record ('F') sets the booking fee,
000200*              facility fee and sales tax rate of one show or
000210*              of every show at one venue (FEESCHED).
000220* TECTONICS:   cobc
000230******************************************************************
000240* MODIFICATION HISTORY
000250*  DATE       INIT DESCRIPTION
000260*  02/09/2026 AG   Original show-build load program.
000270*  15/10/2026 AG   Added the 'F' fee record, which loads a
000280*                  show's or a venue's booking fee, facility
000290*                  fee and sales tax rate onto the new fee
000300*                  schedule file (FEESCHED).
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SHOW-BUILD.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BUILD-CONTROL-FILE ASSIGN TO "SHOWBLDC"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-CTRL-FILE-STATUS.
000400     SELECT SHOW-MASTER-FILE ASSIGN TO "SHOWMSTR"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SM-SHOW-ID
000440         FILE STATUS IS WS-SHOW-FILE-STATUS.
000450     SELECT VENUE-MASTER-FILE ASSIGN TO "VENUEMST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS VM-VENUE-ID
000490         FILE STATUS IS WS-VENUE-FILE-STATUS.
000500     SELECT ROW-PRICE-FILE ASSIGN TO "ROWPRICE"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS RP-KEY
000540         FILE STATUS IS WS-PRICE-FILE-STATUS.
000550     SELECT BUILD-REPORT ASSIGN TO "SHOWBLDR"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-RPT-FILE-STATUS.
000580     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS FS-KEY
000620         FILE STATUS IS WS-FEE-FILE-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650******************************************************************
000660* One 80-byte control record per thing to load, typed by its
000670* first byte: 'V' a venue, 'S' a show (its venue must already
000680* be on file - put the V records first), 'P' one row's price,
000690* 'C' copy every row price of an existing show onto a repeat
000700* engagement, 'F' the fee schedule of one show (scope 'S') or
000710* of one venue (scope 'V'), which must already be on file.
000720* Anything else rejects.
000730******************************************************************
000740 FD  BUILD-CONTROL-FILE.
000750 01  BUILD-CONTROL-RECORD.
000760     05 BC-RECORD-TYPE           PIC X(01).
000770     05 BC-DETAIL                PIC X(79).
000780     05 BC-VENUE-DETAIL REDEFINES BC-DETAIL.
000790         10 BCV-VENUE-ID         PIC X(04).
000800         10 BCV-VENUE-NAME       PIC X(20).
000810         10 BCV-NUM-ROWS         PIC 9(02).
000820         10 BCV-NUM-SEATS        PIC 9(02).
000830         10 FILLER               PIC X(51).
000840     05 BC-SHOW-DETAIL REDEFINES BC-DETAIL.
000850         10 BCS-SHOW-ID          PIC X(04).
000860         10 BCS-SHOW-NAME        PIC X(20).
000870         10 BCS-VENUE-ID         PIC X(04).
000880         10 BCS-SHOW-DATE        PIC 9(08).
000890         10 BCS-SHOW-TIME        PIC 9(04).
000900         10 FILLER               PIC X(39).
000910     05 BC-PRICE-DETAIL REDEFINES BC-DETAIL.
000920         10 BCP-SHOW-ID          PIC X(04).
000930         10 BCP-ROW              PIC 9(02).
000940         10 BCP-PRICE            PIC 9(05)V99.
000950         10 FILLER               PIC X(66).
000960     05 BC-COPY-DETAIL REDEFINES BC-DETAIL.
000970         10 BCC-TO-SHOW          PIC X(04).
000980         10 BCC-FROM-SHOW        PIC X(04).
000990         10 FILLER               PIC X(71).
001000     05 BC-FEE-DETAIL REDEFINES BC-DETAIL.
001010         10 BCF-SCOPE            PIC X(01).
001020         10 BCF-SCOPE-ID         PIC X(04).
001030         10 BCF-BOOKING-FEE      PIC 9(03)V99.
001040         10 BCF-FACILITY-FEE     PIC 9(03)V99.
001050         10 BCF-TAX-RATE         PIC 9(02)V99.
001060         10 FILLER               PIC X(60).
001070 FD  SHOW-MASTER-FILE.
001080     COPY SHOWMSTR.
001090 FD  VENUE-MASTER-FILE.
001100     COPY VENUEMST.
001110 FD  ROW-PRICE-FILE.
001120     COPY ROWPRICE.
001130 FD  FEE-SCHEDULE-FILE.
001140     COPY FEESCHED.
001150 FD  BUILD-REPORT.
001160 01  REPORT-LINE                 PIC X(132).
001170 WORKING-STORAGE SECTION.
001180 01  WS-CTRL-FILE-STATUS         PIC X(02).
001190 01  WS-SHOW-FILE-STATUS         PIC X(02).
001200 01  WS-VENUE-FILE-STATUS        PIC X(02).
001210 01  WS-PRICE-FILE-STATUS        PIC X(02).
001220 01  WS-RPT-FILE-STATUS          PIC X(02).
001230 01  WS-FEE-FILE-STATUS          PIC X(02).
001240 01  WS-CTRL-EOF-SW              PIC X(01) VALUE 'N'.
001250     88 WS-CTRL-EOF                          VALUE 'Y'.
001260 01  WS-ON-FILE-SW               PIC X(01) VALUE 'N'.
001270     88 WS-ON-FILE                           VALUE 'Y'.
001280 01  WS-EDIT-FIELDS.
001290     05 WS-REJECT-REASON         PIC X(30).
001300     05 WS-RESULT-TAG            PIC X(08).
001310     05 WS-RESULT-KEY            PIC X(04).
001320     05 WS-COPY-ROW              PIC 9(02).
001330     05 WS-COPY-COUNT            PIC 9(02) COMP.
001340     05 WS-COPY-VENUE-ROWS       PIC 9(02) COMP.
001350 01  WS-RUN-TOTALS.
001360     05 WS-RECORDS-READ          PIC 9(05) COMP VALUE ZERO.
001370     05 WS-RECORDS-LOADED        PIC 9(05) COMP VALUE ZERO.
001380     05 WS-RECORDS-REJECTED      PIC 9(05) COMP VALUE ZERO.
001390     05 WS-READ-EDIT             PIC ZZ,ZZ9.
001400     05 WS-LOADED-EDIT           PIC ZZ,ZZ9.
001410     05 WS-REJECT-EDIT           PIC ZZ,ZZ9.
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     DISPLAY "Show Build".
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     PERFORM 2000-PROCESS-CONTROL THRU 2000-EXIT
001470         UNTIL WS-CTRL-EOF.
001480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001490     STOP RUN.
001500*
001510******************************************************************
001520* 1000-INITIALIZE - open the control file and edit report, then
001530* the masters and the fee schedule for update, creating any
001540* that do not exist yet - at a new installation this job
001550* legitimately runs before the first terminal ever signs on.
001560******************************************************************
001570 1000-INITIALIZE.
001580     OPEN OUTPUT BUILD-REPORT.
001590     MOVE "SHOW BUILD EDIT REPORT" TO REPORT-LINE.
001600     WRITE REPORT-LINE.
001610     OPEN INPUT BUILD-CONTROL-FILE.
001620     IF WS-CTRL-FILE-STATUS NOT = "00"
001630         DISPLAY "SHOW-BUILD: SHOWBLDC NOT AVAILABLE, "
001640             "FILE STATUS " WS-CTRL-FILE-STATUS
001650         MOVE "NO CONTROL FILE - NOTHING TO LOAD"
001660             TO REPORT-LINE
001670         WRITE REPORT-LINE
001680         CLOSE BUILD-REPORT
001690         STOP RUN
001700     END-IF.
001710     OPEN I-O SHOW-MASTER-FILE.
001720     IF WS-SHOW-FILE-STATUS = "35"
001730         OPEN OUTPUT SHOW-MASTER-FILE
001740         CLOSE SHOW-MASTER-FILE
001750         OPEN I-O SHOW-MASTER-FILE
001760     END-IF.
001770     OPEN I-O VENUE-MASTER-FILE.
001780     IF WS-VENUE-FILE-STATUS = "35"
001790         OPEN OUTPUT VENUE-MASTER-FILE
001800         CLOSE VENUE-MASTER-FILE
001810         OPEN I-O VENUE-MASTER-FILE
001820     END-IF.
001830     OPEN I-O ROW-PRICE-FILE.
001840     IF WS-PRICE-FILE-STATUS = "35"
001850         OPEN OUTPUT ROW-PRICE-FILE
001860         CLOSE ROW-PRICE-FILE
001870         OPEN I-O ROW-PRICE-FILE
001880     END-IF.
001890     OPEN I-O FEE-SCHEDULE-FILE.
001900     IF WS-FEE-FILE-STATUS = "35"
001910         OPEN OUTPUT FEE-SCHEDULE-FILE
001920         CLOSE FEE-SCHEDULE-FILE
001930         OPEN I-O FEE-SCHEDULE-FILE
001940     END-IF.
001950     PERFORM 1010-READ-CONTROL THRU 1010-EXIT.
001960     GO TO 1000-EXIT.
001970 1000-EXIT.
001980     EXIT.
001990*
002000 1010-READ-CONTROL.
002010     READ BUILD-CONTROL-FILE
002020         AT END
002030             MOVE 'Y' TO WS-CTRL-EOF-SW
002040     END-READ.
002050     GO TO 1010-EXIT.
002060 1010-EXIT.
002070     EXIT.
002080*
002090******************************************************************
002100* 2000-PROCESS-CONTROL - dispatch one control record by its
002110* type byte, then read the next.
002120******************************************************************
002130 2000-PROCESS-CONTROL.
002140     ADD 1 TO WS-RECORDS-READ.
002150     EVALUATE BC-RECORD-TYPE
002160         WHEN 'V'
002170             PERFORM 2100-LOAD-VENUE THRU 2100-EXIT
002180         WHEN 'S'
002190             PERFORM 2200-LOAD-SHOW THRU 2200-EXIT
002200         WHEN 'P'
002210             PERFORM 2300-LOAD-PRICE THRU 2300-EXIT
002220         WHEN 'C'
002230             PERFORM 2400-COPY-PRICES THRU 2400-EXIT
002240             WHEN 'F'
002250                 PERFORM 2500-LOAD-FEES THRU 2500-EXIT
002260         WHEN OTHER
002270             MOVE SPACES TO WS-RESULT-KEY
002280             MOVE "UNKNOWN RECORD TYPE" TO WS-REJECT-REASON
002290             PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
002300     END-EVALUATE.
002310     PERFORM 1010-READ-CONTROL THRU 1010-EXIT.
002320     GO TO 2000-EXIT.
002330 2000-EXIT.
002340     EXIT.
002350*
002360******************************************************************
002370* 2100-LOAD-VENUE - add or replace one venue. The dimensions
002380* must fit the 01-20 bounds the interactive SEATS table allows,
002390* the same rule the terminal prompts enforce.
002400******************************************************************
002410 2100-LOAD-VENUE.
002420     MOVE BCV-VENUE-ID TO WS-RESULT-KEY.
002430     IF BCV-VENUE-ID = SPACES
002440         MOVE "BLANK VENUE ID" TO WS-REJECT-REASON
002450         PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
002460         GO TO 2100-EXIT
002470     END-IF.
002480     IF BCV-NUM-ROWS IS NOT NUMERIC
002490         OR BCV-NUM-ROWS < 1 OR BCV-NUM-ROWS > 20
002500         MOVE "ROWS NOT 01-20" TO WS-REJECT-REASON
002510         PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
002520         GO TO 2100-EXIT
002530     END-IF.
002540     IF BCV-NUM-SEATS IS NOT NUMERIC
002550         OR BCV-NUM-SEATS < 1 OR BCV-NUM-SEATS > 20
002560         MOVE "SEATS NOT 01-20" TO WS-REJECT-REASON
002570         PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
002580         GO TO 2100-EXIT
002590     END-IF.
002600     PERFORM 2110-CHECK-VENUE-ON-FILE THRU 2110-EXIT.
002610     MOVE BCV-VENUE-ID TO VM-VENUE-ID.
002620     MOVE BCV-VENUE-NAME TO VM-VENUE-NAME.
002630     MOVE BCV-NUM-ROWS TO VM-NUM-ROWS.
002640     MOVE BCV-NUM-SEATS TO VM-NUM-SEATS.
002650     IF WS-ON-FILE
002660         REWRITE VENUE-MASTER-RECORD
002670         MOVE "REPLACED" TO WS-RESULT-TAG
002680     ELSE
002690         WRITE VENUE-MASTER-RECORD
002700         MOVE "LOADED  " TO WS-RESULT-TAG
002710     END-IF.
002720     PERFORM 2900-WRITE-LOADED THRU 2900-EXIT.
002730     GO TO 2100-EXIT.
002740 2100-EXIT.
002750     EXIT.
002760*
002770 2110-CHECK-VENUE-ON-FILE.
002780     MOVE 'N' TO WS-ON-FILE-SW.
002790     MOVE BCV-VENUE-ID TO VM-VENUE-ID.
002800     READ VENUE-MASTER-FILE
002810         INVALID KEY
002820             CONTINUE
002830         NOT INVALID KEY
002840             MOVE 'Y' TO WS-ON-FILE-SW
002850     END-READ.
002860     GO TO 2110-EXIT.
002870 2110-EXIT.
002880     EXIT.
002890*
002900******************************************************************
002910* 2200-LOAD-SHOW - add or replace one show. Its venue must
002920* already be on the venue master (put the V records ahead of
002930* the S records on the control file), its date must be a
002940* plausible YYYYMMDD and its curtain time a 24-hour HHMM.
002950******************************************************************
002960 2200-LOAD-SHOW.
002970     MOVE BCS-SHOW-ID TO WS-RESULT-KEY.
002980     IF BCS-SHOW-ID = SPACES
002990         MOVE "BLANK SHOW ID" TO WS-REJECT-REASON
003000         PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
003010         GO TO 2200-EXIT
003020     END-IF.
003030     IF BCS-SHOW-DATE IS NOT NUMERIC OR BCS-SHOW-DATE = ZERO
003040         MOVE "INVALID SHOW DATE" TO WS-REJECT-REASON
003050         PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
003060         GO TO 2200-EXIT
003070     END-IF.
003080     IF BCS-SHOW-TIME IS NOT NUMERIC OR BCS-SHOW-TIME >= 2400
003090         MOVE "INVALID CURTAIN TIME" TO WS-REJECT-REASON
003100         PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
003110         GO TO 2200-EXIT
003120     END-IF.
003130     MOVE BCS-VENUE-ID TO VM-VENUE-ID.
003140     READ VENUE-MASTER-FILE
003150         INVALID KEY
003160             MOVE "VENUE NOT ON FILE" TO WS-REJECT-REASON
003170             PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
003180             GO TO 2200-EXIT
003190     END-READ.
003200     PERFORM 2210-CHECK-SHOW-ON-FILE THRU 2210-EXIT.
003210     MOVE BCS-SHOW-ID TO SM-SHOW-ID.
003220     MOVE BCS-SHOW-NAME TO SM-SHOW-NAME.
003230     MOVE BCS-VENUE-ID TO SM-VENUE-ID.
003240     MOVE BCS-SHOW-DATE TO SM-SHOW-DATE.
003250     MOVE BCS-SHOW-TIME TO SM-SHOW-TIME.
003260     IF WS-ON-FILE
003270         REWRITE SHOW-MASTER-RECORD
003280         MOVE "REPLACED" TO WS-RESULT-TAG
003290     ELSE
003300         WRITE SHOW-MASTER-RECORD
003310         MOVE "LOADED  " TO WS-RESULT-TAG
003320     END-IF.
003330     PERFORM 2900-WRITE-LOADED THRU 2900-EXIT.
003340     GO TO 2200-EXIT.
003350 2200-EXIT.
003360     EXIT.
003370*
003380 2210-CHECK-SHOW-ON-FILE.
003390     MOVE 'N' TO WS-ON-FILE-SW.
003400     MOVE BCS-SHOW-ID TO SM-SHOW-ID.
003410     READ SHOW-MASTER-FILE
003420         INVALID KEY
003430             CONTINUE
003440         NOT INVALID KEY
003450             MOVE 'Y' TO WS-ON-FILE-SW
003460     END-READ.
003470     GO TO 2210-EXIT.
003480 2210-EXIT.
003490     EXIT.
003500*
003510******************************************************************
003520* 2300-LOAD-PRICE - add or replace one row's price. The show
003530* must already be on the show master and the row must exist in
003540* its venue.
003550******************************************************************
003560 2300-LOAD-PRICE.
003570     MOVE BCP-SHOW-ID TO WS-RESULT-KEY.
003580     IF BCP-PRICE IS NOT NUMERIC
003590         MOVE "INVALID PRICE" TO WS-REJECT-REASON
003600         PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
003610         GO TO 2300-EXIT
003620     END-IF.
003630     MOVE BCP-SHOW-ID TO SM-SHOW-ID.
003640     READ SHOW-MASTER-FILE
003650         INVALID KEY
003660             MOVE "SHOW NOT ON FILE" TO WS-REJECT-REASON
003670             PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
003680             GO TO 2300-EXIT
003690     END-READ.
003700     MOVE SM-VENUE-ID TO VM-VENUE-ID.
003710     READ VENUE-MASTER-FILE
003720         INVALID KEY
003730             MOVE "VENUE NOT ON FILE" TO WS-REJECT-REASON
003740             PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
003750             GO TO 2300-EXIT
003760     END-READ.
003770     IF BCP-ROW IS NOT NUMERIC
003780         OR BCP-ROW < 1 OR BCP-ROW > VM-NUM-ROWS
003790         MOVE "ROW OUTSIDE VENUE" TO WS-REJECT-REASON
003800         PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
003810         GO TO 2300-EXIT
003820     END-IF.
003830     MOVE BCP-SHOW-ID TO RP-SHOW-ID.
003840     MOVE BCP-ROW TO RP-ROW.
003850     READ ROW-PRICE-FILE
003860         INVALID KEY
003870             MOVE BCP-SHOW-ID TO RP-SHOW-ID
003880             MOVE BCP-ROW TO RP-ROW
003890             MOVE BCP-PRICE TO RP-PRICE
003900             WRITE ROW-PRICE-RECORD
003910             MOVE "LOADED  " TO WS-RESULT-TAG
003920         NOT INVALID KEY
003930             MOVE BCP-PRICE TO RP-PRICE
003940             REWRITE ROW-PRICE-RECORD
003950             MOVE "REPLACED" TO WS-RESULT-TAG
003960     END-READ.
003970     PERFORM 2900-WRITE-LOADED THRU 2900-EXIT.
003980     GO TO 2300-EXIT.
003990 2300-EXIT.
004000     EXIT.
004010*
004020******************************************************************
004030* 2400-COPY-PRICES - clone every row price of an existing show
004040* onto a repeat engagement. The receiving show must be on file
004050* (so its venue bounds the rows), and the source must have at
004060* least one price to give or the record rejects.
004070******************************************************************
004080 2400-COPY-PRICES.
004090     MOVE BCC-TO-SHOW TO WS-RESULT-KEY.
004100     MOVE BCC-TO-SHOW TO SM-SHOW-ID.
004110     READ SHOW-MASTER-FILE
004120         INVALID KEY
004130             MOVE "SHOW NOT ON FILE" TO WS-REJECT-REASON
004140             PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
004150             GO TO 2400-EXIT
004160     END-READ.
004170     MOVE SM-VENUE-ID TO VM-VENUE-ID.
004180     READ VENUE-MASTER-FILE
004190         INVALID KEY
004200             MOVE "VENUE NOT ON FILE" TO WS-REJECT-REASON
004210             PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
004220             GO TO 2400-EXIT
004230     END-READ.
004240     MOVE VM-NUM-ROWS TO WS-COPY-VENUE-ROWS.
004250     MOVE ZERO TO WS-COPY-COUNT.
004260     MOVE 1 TO WS-COPY-ROW.
004270     PERFORM 2410-COPY-ONE-ROW THRU 2410-EXIT
004280         UNTIL WS-COPY-ROW > WS-COPY-VENUE-ROWS.
004290     IF WS-COPY-COUNT = ZERO
004300         MOVE "SOURCE SHOW HAS NO PRICES" TO WS-REJECT-REASON
004310         PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
004320         GO TO 2400-EXIT
004330     END-IF.
004340     MOVE "COPIED  " TO WS-RESULT-TAG.
004350     PERFORM 2900-WRITE-LOADED THRU 2900-EXIT.
004360     GO TO 2400-EXIT.
004370 2400-EXIT.
004380     EXIT.
004390*
004400******************************************************************
004410* 2410-COPY-ONE-ROW - copy one row's price from the source show
004420* to the receiving show, adding or replacing as the row price
004430* file requires. A row the source never priced is skipped; the
004440* receiving venue's own row count bounds the loop.
004450******************************************************************
004460 2410-COPY-ONE-ROW.
004470     MOVE BCC-FROM-SHOW TO RP-SHOW-ID.
004480     MOVE WS-COPY-ROW TO RP-ROW.
004490     READ ROW-PRICE-FILE
004500         INVALID KEY
004510             GO TO 2410-NEXT
004520     END-READ.
004530     MOVE BCC-TO-SHOW TO RP-SHOW-ID.
004540     MOVE WS-COPY-ROW TO RP-ROW.
004550     PERFORM 2420-PUT-COPIED-PRICE THRU 2420-EXIT.
004560     ADD 1 TO WS-COPY-COUNT.
004570 2410-NEXT.
004580     ADD 1 TO WS-COPY-ROW.
004590     GO TO 2410-EXIT.
004600 2410-EXIT.
004610     EXIT.
004620*
004630 2420-PUT-COPIED-PRICE.
004640     WRITE ROW-PRICE-RECORD
004650         INVALID KEY
004660             REWRITE ROW-PRICE-RECORD
004670     END-WRITE.
004680     GO TO 2420-EXIT.
004690 2420-EXIT.
004700     EXIT.
004710*
004720******************************************************************
004730* 2500-LOAD-FEES - add or replace the fee schedule of one show
004740* or one venue. The show or venue must already be on file, so
004750* put the F records after the V and S records they price.
004760******************************************************************
004770 2500-LOAD-FEES.
004780     MOVE BCF-SCOPE-ID TO WS-RESULT-KEY.
004790     IF BCF-BOOKING-FEE IS NOT NUMERIC
004800         OR BCF-FACILITY-FEE IS NOT NUMERIC
004810         MOVE "INVALID FEE AMOUNT" TO WS-REJECT-REASON
004820         PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
004830         GO TO 2500-EXIT
004840     END-IF.
004850     IF BCF-TAX-RATE IS NOT NUMERIC
004860         MOVE "INVALID TAX RATE" TO WS-REJECT-REASON
004870         PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
004880         GO TO 2500-EXIT
004890     END-IF.
004900     EVALUATE BCF-SCOPE
004910         WHEN 'S'
004920             MOVE BCF-SCOPE-ID TO SM-SHOW-ID
004930             READ SHOW-MASTER-FILE
004940                 INVALID KEY
004950                     MOVE "SHOW NOT ON FILE" TO WS-REJECT-REASON
004960                     PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
004970                     GO TO 2500-EXIT
004980             END-READ
004990         WHEN 'V'
005000             MOVE BCF-SCOPE-ID TO VM-VENUE-ID
005010             READ VENUE-MASTER-FILE
005020                 INVALID KEY
005030                     MOVE "VENUE NOT ON FILE" TO WS-REJECT-REASON
005040                     PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
005050                     GO TO 2500-EXIT
005060             END-READ
005070         WHEN OTHER
005080             MOVE "FEE SCOPE NOT S OR V" TO WS-REJECT-REASON
005090             PERFORM 2910-WRITE-REJECT THRU 2910-EXIT
005100             GO TO 2500-EXIT
005110     END-EVALUATE.
005120     MOVE BCF-SCOPE TO FS-SCOPE.
005130     MOVE BCF-SCOPE-ID TO FS-SCOPE-ID.
005140     READ FEE-SCHEDULE-FILE
005150         INVALID KEY
005160             MOVE BCF-SCOPE TO FS-SCOPE
005170             MOVE BCF-SCOPE-ID TO FS-SCOPE-ID
005180             MOVE BCF-BOOKING-FEE TO FS-BOOKING-FEE
005190             MOVE BCF-FACILITY-FEE TO FS-FACILITY-FEE
005200             MOVE BCF-TAX-RATE TO FS-TAX-RATE
005210             WRITE FEE-SCHEDULE-RECORD
005220             MOVE "LOADED  " TO WS-RESULT-TAG
005230         NOT INVALID KEY
005240             MOVE BCF-BOOKING-FEE TO FS-BOOKING-FEE
005250             MOVE BCF-FACILITY-FEE TO FS-FACILITY-FEE
005260             MOVE BCF-TAX-RATE TO FS-TAX-RATE
005270             REWRITE FEE-SCHEDULE-RECORD
005280             MOVE "REPLACED" TO WS-RESULT-TAG
005290     END-READ.
005300     PERFORM 2900-WRITE-LOADED THRU 2900-EXIT.
005310     GO TO 2500-EXIT.
005320 2500-EXIT.
005330     EXIT.
005340*
005350******************************************************************
005360* 2900-WRITE-LOADED - print one edit line for a control record
005370* that was applied, tagged LOADED, REPLACED or COPIED.
005380******************************************************************
005390 2900-WRITE-LOADED.
005400     MOVE SPACES TO REPORT-LINE.
005410     STRING BC-RECORD-TYPE DELIMITED BY SIZE
005420            " " DELIMITED BY SIZE
005430            WS-RESULT-KEY DELIMITED BY SIZE
005440            " " DELIMITED BY SIZE
005450            WS-RESULT-TAG DELIMITED BY SIZE
005460         INTO REPORT-LINE.
005470     WRITE REPORT-LINE.
005480     ADD 1 TO WS-RECORDS-LOADED.
005490     GO TO 2900-EXIT.
005500 2900-EXIT.
005510     EXIT.
005520*
005530******************************************************************
005540* 2910-WRITE-REJECT - print one edit line for a control record
005550* that could not be applied, with the reason.
005560******************************************************************
005570 2910-WRITE-REJECT.
005580     MOVE SPACES TO REPORT-LINE.
005590     STRING BC-RECORD-TYPE DELIMITED BY SIZE
005600            " " DELIMITED BY SIZE
005610            WS-RESULT-KEY DELIMITED BY SIZE
005620            " REJECTED - " DELIMITED BY SIZE
005630            WS-REJECT-REASON DELIMITED BY SIZE
005640         INTO REPORT-LINE.
005650     WRITE REPORT-LINE.
005660     ADD 1 TO WS-RECORDS-REJECTED.
005670     GO TO 2910-EXIT.
005680 2910-EXIT.
005690     EXIT.
005700*
005710******************************************************************
005720* 9000-TERMINATE - print the run totals on the report and the
005730* console, close the files, and end the run.
005740******************************************************************
005750 9000-TERMINATE.
005760     MOVE WS-RECORDS-READ TO WS-READ-EDIT.
005770     MOVE WS-RECORDS-LOADED TO WS-LOADED-EDIT.
005780     MOVE WS-RECORDS-REJECTED TO WS-REJECT-EDIT.
005790     MOVE SPACES TO REPORT-LINE.
005800     WRITE REPORT-LINE.
005810     STRING "RECORDS READ " DELIMITED BY SIZE
005820            WS-READ-EDIT DELIMITED BY SIZE
005830            "  LOADED " DELIMITED BY SIZE
005840            WS-LOADED-EDIT DELIMITED BY SIZE
005850            "  REJECTED " DELIMITED BY SIZE
005860            WS-REJECT-EDIT DELIMITED BY SIZE
005870         INTO REPORT-LINE.
005880     WRITE REPORT-LINE.
005890     DISPLAY "Records read : " WS-READ-EDIT.
005900     DISPLAY "Loaded       : " WS-LOADED-EDIT.
005910     DISPLAY "Rejected     : " WS-REJECT-EDIT.
005920     CLOSE BUILD-CONTROL-FILE.
005930     CLOSE SHOW-MASTER-FILE.
005940     CLOSE VENUE-MASTER-FILE.
005950     CLOSE ROW-PRICE-FILE.
005960     CLOSE FEE-SCHEDULE-FILE.
005970     CLOSE BUILD-REPORT.
005980     GO TO 9000-EXIT.
005990 9000-EXIT.
006000     EXIT.
006010*
006020 END PROGRAM SHOW-BUILD.
