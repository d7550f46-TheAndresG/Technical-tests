000960*                  per-show conflict list on the exception
000970*                  report. Blank/'R' is a single reservation as
000980*                  before.
000990*  15/10/2026 AG   Payment ledger records now clear the new
001000*                  PL-VOUCHER-NUMBER; vouchers are counter-only,
001010*                  so a V tender is still an INVALID TENDER TYPE.
001020*  15/10/2026 AG   Payment ledger records now carry the price
001030*                  broken into face value, booking fee, facility
001040*                  fee and sales tax under the show's (or its
001050*                  venue's) schedule on FEESCHED, the same split
001060*                  the interactive system posts.
001070*  15/10/2026 AG   Orders bounced because the seat was already
001080*                  sold or on hold (waitlisted single seats and
001090*                  series conflicts alike) are now counted as
001100*                  sold against stale availability and the
001110*                  count printed at the foot of the exception
001120*                  report, to measure the partner's AVAILFD
001130*                  feed; the count rides the checkpoint.
001140*  15/10/2026 AG   Every seat record added or changed is now
001150*                  journalled (before and after image, time,
001160*                  program and operator) to SEATJRNL for
001170*                  forward recovery of SEATSTAT.
001180*  15/10/2026 AG   The run is now posted to the BATCHCTL batch
001190*                  control file for the prior business day -
001200*                  running at start-up, then complete (with the
001210*                  read/applied/excepted counts) or failed - so
001220*                  GLEXTR and SEATACTR can check it has finished.
001230*                  An abort now ends with RC 16.
001240*  15/10/2026 AG   The BATCHCTL control amount is now the total
001250*                  PL-AMOUNT this run posted to PAYLEDGR instead
001260*                  of zero; the total rides the checkpoint
001270*                  (CH-PAY-AMOUNT) like the counts.
001280******************************************************************
001290 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. SEAT-BATCH-UPDATE.
001310 ENVIRONMENT DIVISION.
001320 INPUT-OUTPUT SECTION.
001330 FILE-CONTROL.
001340     SELECT TRANSACTION-FILE ASSIGN TO "SEATTRAN"
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS WS-TRAN-FILE-STATUS.
001370     SELECT EXCEPTION-REPORT ASSIGN TO "SEATEXCP"
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-EXCP-FILE-STATUS.
001400     SELECT SEAT-STATUS-FILE ASSIGN TO "SEATSTAT"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS SS-KEY
001440         FILE STATUS IS WS-SEAT-FILE-STATUS.
001450     SELECT SHOW-MASTER-FILE ASSIGN TO "SHOWMSTR"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS SM-SHOW-ID
001490         FILE STATUS IS WS-SHOW-FILE-STATUS.
001500     SELECT VENUE-MASTER-FILE ASSIGN TO "VENUEMST"
001510         ORGANIZATION IS INDEXED
001520         ACCESS MODE IS DYNAMIC
001530         RECORD KEY IS VM-VENUE-ID
001540         FILE STATUS IS WS-VENUE-FILE-STATUS.
001550     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
001560         ORGANIZATION IS INDEXED
001570         ACCESS MODE IS DYNAMIC
001580         RECORD KEY IS CM-CUSTOMER-ID
001590         FILE STATUS IS WS-CUST-FILE-STATUS.
001600     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001610         ORGANIZATION IS SEQUENTIAL
001620         FILE STATUS IS WS-AUDIT-FILE-STATUS.
001630     SELECT ROW-PRICE-FILE ASSIGN TO "ROWPRICE"
001640         ORGANIZATION IS INDEXED
001650         ACCESS MODE IS DYNAMIC
001660         RECORD KEY IS RP-KEY
001670         FILE STATUS IS WS-PRICE-FILE-STATUS.
001680     SELECT TICKET-PRINT-FILE ASSIGN TO "TICKPRNT"
001690         ORGANIZATION IS SEQUENTIAL
001700         FILE STATUS IS WS-TICKET-FILE-STATUS.
001710     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
001720         ORGANIZATION IS INDEXED
001730         ACCESS MODE IS DYNAMIC
001740         RECORD KEY IS WL-KEY
001750         FILE STATUS IS WS-WAIT-FILE-STATUS.
001760     SELECT RESTART-FILE ASSIGN TO "SEATCHKP"
001770         ORGANIZATION IS SEQUENTIAL
001780         FILE STATUS IS WS-CHKP-FILE-STATUS.
001790     SELECT PAYMENT-LEDGER-FILE ASSIGN TO "PAYLEDGR"
001800         ORGANIZATION IS SEQUENTIAL
001810         FILE STATUS IS WS-PAY-FILE-STATUS.
001820     SELECT SERIES-MASTER-FILE ASSIGN TO "SERSMSTR"
001830         ORGANIZATION IS INDEXED
001840         ACCESS MODE IS DYNAMIC
001850         RECORD KEY IS SR-KEY
001860         FILE STATUS IS WS-SERS-FILE-STATUS.
001870     SELECT SEAT-ATTRIBUTE-FILE ASSIGN TO "SEATATTR"
001880         ORGANIZATION IS INDEXED
001890         ACCESS MODE IS DYNAMIC
001900         RECORD KEY IS SA-KEY
001910         FILE STATUS IS WS-ATTR-FILE-STATUS.
001920     SELECT TICKET-CONTROL-FILE ASSIGN TO "TICKCTL"
001930         ORGANIZATION IS SEQUENTIAL
001940         FILE STATUS IS WS-TKTC-FILE-STATUS.
001950     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
001960         ORGANIZATION IS INDEXED
001970         ACCESS MODE IS DYNAMIC
001980         RECORD KEY IS FS-KEY
001990         FILE STATUS IS WS-FEE-FILE-STATUS.
002000     SELECT SEAT-JOURNAL-FILE ASSIGN TO "SEATJRNL"
002010         ORGANIZATION IS SEQUENTIAL
002020         FILE STATUS IS WS-JRNL-FILE-STATUS.
002030     SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
002040         ORGANIZATION IS INDEXED
002050         ACCESS MODE IS DYNAMIC
002060         RECORD KEY IS BC-KEY
002070         FILE STATUS IS WS-BCTL-FILE-STATUS.
002080 DATA DIVISION.
002090 FILE SECTION.
002100 FD  TRANSACTION-FILE.
002110 01  TRANSACTION-RECORD.
002120     05 TR-TRAN-NUMBER           PIC 9(06).
002130     05 TR-SHOW-ID               PIC X(04).
002140     05 TR-ROW                   PIC 9(02).
002150     05 TR-SEAT                  PIC 9(02).
002160     05 TR-CUSTOMER-ID           PIC X(06).
002170     05 TR-CUSTOMER-NAME         PIC X(30).
002180     05 TR-CUSTOMER-PHONE        PIC X(15).
002190     05 TR-TENDER-TYPE           PIC X(01).
002200     05 TR-PRICE-TYPE            PIC X(01).
002210     05 TR-TRAN-TYPE             PIC X(01).
002220         88 TR-SERIES-BOOKING                VALUE 'S'.
002230 FD  EXCEPTION-REPORT.
002240 01  EXCEPTION-LINE              PIC X(80).
002250 FD  SEAT-STATUS-FILE.
002260     COPY SEATSTAT.
002270 FD  SHOW-MASTER-FILE.
002280     COPY SHOWMSTR.
002290 FD  VENUE-MASTER-FILE.
002300     COPY VENUEMST.
002310 FD  AUDIT-LOG-FILE.
002320     COPY AUDITLOG.
002330 FD  CUSTOMER-MASTER-FILE.
002340     COPY CUSTMAST.
002350 FD  ROW-PRICE-FILE.
002360     COPY ROWPRICE.
002370 FD  TICKET-PRINT-FILE.
002380 01  TICKET-PRINT-LINE           PIC X(80).
002390 FD  WAITLIST-FILE.
002400     COPY WAITLIST.
002410 FD  RESTART-FILE.
002420 01  CHECKPOINT-RECORD.
002430     05 CH-RUN-STATUS            PIC X(01).
002440     05 CH-LAST-TRAN             PIC 9(06).
002450     05 CH-TRANS-READ            PIC 9(05).
002460     05 CH-TRANS-APPLIED         PIC 9(05).
002470     05 CH-TRANS-EXCEPTION       PIC 9(05).
002480     05 CH-TRANS-STALE           PIC 9(05).
002490     05 CH-PAY-AMOUNT            PIC 9(09)V99.
002500 FD  PAYMENT-LEDGER-FILE.
002510     COPY PAYLEDGR.
002520 FD  SERIES-MASTER-FILE.
002530     COPY SERSMSTR.
002540 FD  SEAT-ATTRIBUTE-FILE.
002550     COPY SEATATTR.
002560 FD  TICKET-CONTROL-FILE.
002570     COPY TICKCTL.
002580 FD  FEE-SCHEDULE-FILE.
002590     COPY FEESCHED.
002600 FD  SEAT-JOURNAL-FILE.
002610     COPY SEATJRNL.
002620 FD  BATCH-CONTROL-FILE.
002630     COPY BATCHCTL.
002640 WORKING-STORAGE SECTION.
002650 01  WS-TRAN-FILE-STATUS         PIC X(02).
002660 01  WS-SERS-FILE-STATUS         PIC X(02).
002670 01  WS-SERIES-AVAIL-SW          PIC X(01) VALUE 'N'.
002680     88 WS-SERIES-AVAILABLE                  VALUE 'Y'.
002690 01  WS-ATTR-FILE-STATUS         PIC X(02).
002700 01  WS-ATTR-AVAIL-SW            PIC X(01) VALUE 'N'.
002710     88 WS-ATTR-AVAILABLE                    VALUE 'Y'.
002720 01  WS-SEAT-KILLED-SW           PIC X(01) VALUE 'N'.
002730     88 WS-SEAT-KILLED                       VALUE 'Y'.
002740 01  WS-TKTC-FILE-STATUS         PIC X(02).
002750 01  WS-FEE-FILE-STATUS          PIC X(02).
002760 01  WS-FEE-AVAIL-SW             PIC X(01) VALUE 'N'.
002770     88 WS-FEE-AVAILABLE                     VALUE 'Y'.
002780 01  WS-FEE-LEFT                 PIC 9(05)V99.
002790 01  WS-JRNL-FILE-STATUS         PIC X(02).
002800 01  WS-BCTL-FILE-STATUS         PIC X(02).
002810******************************************************************
002820* Batch control: this job's name on BATCHCTL, the business date
002830* it runs for (the prior day - the day the overnight window
002840* settles), the predecessor being checked and the status
002850* posted at the end.
002860******************************************************************
002870 01  WS-BCTL-FIELDS.
002880     05 WS-BCTL-JOB              PIC X(08) VALUE "SEATBAT".
002890     05 WS-BCTL-DATE             PIC 9(06) VALUE ZERO.
002900     05 WS-BCTL-RUN-DATE         PIC 9(08).
002910     05 WS-BCTL-PRIOR-DATE       PIC 9(08).
002920     05 FILLER REDEFINES WS-BCTL-PRIOR-DATE.
002930         10 FILLER               PIC 9(02).
002940         10 WS-BCTL-PRIOR-YYMMDD PIC 9(06).
002950     05 WS-BCTL-DAY-NUMBER       PIC 9(08) COMP.
002960     05 WS-BCTL-PRED             PIC X(08).
002970     05 WS-BCTL-FINAL-STATUS     PIC X(01).
002980     05 WS-BCTL-ON-FILE-SW       PIC X(01) VALUE 'N'.
002990         88 WS-BCTL-ON-FILE                  VALUE 'Y'.
003000     05 WS-BCTL-POSTED-SW        PIC X(01) VALUE 'N'.
003010         88 WS-BCTL-POSTED                   VALUE 'Y'.
003020 01  WS-JRNL-FIELDS.
003030     05 WS-JRNL-ACTION           PIC X(01).
003040     05 WS-JRNL-BEFORE-IMAGE     PIC X(92).
003050 01  WS-TRAN-EDIT-OK-SW          PIC X(01) VALUE 'Y'.
003060     88 WS-TRAN-EDIT-OK                      VALUE 'Y'.
003070 01  WS-BSER-FIELDS.
003080     05 WS-BSER-COUNT            PIC 9(02) COMP VALUE ZERO.
003090     05 WS-BSER-IX               PIC 9(02) COMP.
003100     05 WS-BSER-DONE-SW          PIC X(01) VALUE 'N'.
003110         88 WS-BSER-DONE                     VALUE 'Y'.
003120     05 WS-BSER-CONFLICTS        PIC 9(02) COMP.
003130     05 WS-BSER-STALE-SW         PIC X(01).
003140         88 WS-BSER-STALE                    VALUE 'Y'.
003150     05 WS-BSER-REASON           PIC X(30).
003160******************************************************************
003170* The performances of the series transaction being applied.
003180* The state byte records what the verify pass found for each
003190* show - 'O' open on file, 'C' record must be created, 'A'
003200* already this order's from an interrupted run, 'X' conflict -
003210* so the apply pass only runs when nothing conflicted.
003220******************************************************************
003230 01  WS-BSER-TABLE.
003240     05 WS-BSER-ENTRY OCCURS 24 TIMES.
003250         10 WS-BSER-SHOW-ID      PIC X(04).
003260         10 WS-BSER-STATE        PIC X(01).
003270 01  WS-EXCP-FILE-STATUS         PIC X(02).
003280 01  WS-SEAT-FILE-STATUS         PIC X(02).
003290 01  WS-SHOW-FILE-STATUS         PIC X(02).
003300 01  WS-VENUE-FILE-STATUS        PIC X(02).
003310 01  WS-AUDIT-FILE-STATUS        PIC X(02).
003320 01  WS-CUST-FILE-STATUS         PIC X(02).
003330 01  WS-CHKP-FILE-STATUS         PIC X(02).
003340 01  WS-PRICE-FILE-STATUS        PIC X(02).
003350 01  WS-TICKET-FILE-STATUS       PIC X(02).
003360 01  WS-TODAY                    PIC 9(08).
003370 01  WS-WAIT-FILE-STATUS         PIC X(02).
003380 01  WS-WAIT-EOF-SW              PIC X(01) VALUE 'N'.
003390     88 WS-WAIT-EOF                          VALUE 'Y'.
003400 01  WS-WAIT-NEXT-SEQ            PIC 9(05).
003410 01  WS-WAIT-SCAN-DONE-SW        PIC X(01) VALUE 'N'.
003420     88 WS-WAIT-SCAN-DONE                    VALUE 'Y'.
003430 01  WS-APPLY-FIELDS.
003440     05 WS-APPLY-SHOW-ID         PIC X(04).
003450     05 WS-APPLY-ROW             PIC 9(02).
003460     05 WS-APPLY-SEAT            PIC 9(02).
003470     05 WS-APPLY-TICKET          PIC X(10).
003480     05 WS-APPLY-TENDER          PIC X(01).
003490         88 WS-APPLY-TENDER-COMP             VALUE 'P'.
003500         88 WS-APPLY-TENDER-KNOWN            VALUE 'C' 'D' 'P'.
003510     05 WS-APPLY-PRICE-TYPE      PIC X(01).
003520         88 WS-APPLY-PTYPE-SENIOR            VALUE 'S'.
003530         88 WS-APPLY-PTYPE-CHILD             VALUE 'C'.
003540         88 WS-APPLY-PTYPE-PROMO             VALUE 'P'.
003550         88 WS-APPLY-PTYPE-COMP              VALUE 'M'.
003560         88 WS-APPLY-PTYPE-KNOWN             VALUE 'F' 'S' 'C'
003570                                                   'P' 'M'.
003580     05 WS-APPLY-PRICE-PCT       PIC 9(03).
003590     05 WS-APPLY-PRICE           PIC 9(05)V99.
003600 01  WS-PAY-FILE-STATUS          PIC X(02).
003610 01  WS-WAIT-FILLED              PIC 9(05) COMP VALUE ZERO.
003620 01  WS-WAIT-FILLED-EDIT         PIC ZZ,ZZ9.
003630 01  WS-TICKET-FIELDS.
003640     05 WS-TKT-DATE              PIC 9(06).
003650     05 WS-TKT-TIME              PIC 9(08).
003660     05 WS-TKT-PRICE-EDIT        PIC ZZ,ZZ9.99.
003670 01  WS-TRAN-EOF-SW              PIC X(01) VALUE 'N'.
003680     88 WS-TRAN-EOF                          VALUE 'Y'.
003690 01  WS-RESTART-SW               PIC X(01) VALUE 'N'.
003700     88 WS-RESTARTING                        VALUE 'Y'.
003710 01  WS-CHECKPOINT-FIELDS.
003720     05 WS-CHECKPOINT-TRAN       PIC 9(06) VALUE ZERO.
003730     05 WS-LAST-TRAN-PROCESSED   PIC 9(06) VALUE ZERO.
003740     05 WS-SINCE-CHECKPOINT      PIC 9(03) COMP VALUE ZERO.
003750     05 WS-CHECKPOINT-INTERVAL   PIC 9(03) COMP VALUE 50.
003760 01  WS-CUSTOMER-FIELDS.
003770     05 WS-CUST-VALID-SW         PIC X(01) VALUE 'N'.
003780         88 WS-CUSTOMER-VALID                VALUE 'Y'.
003790     05 WS-CUST-NAME-OUT         PIC X(30).
003800     05 WS-CUST-PHONE-OUT        PIC X(15).
003810 01  WS-EXCEPTION-FIELDS.
003820     05 WS-EXCEPTION-REASON      PIC X(30).
003830 01  WS-RUN-TOTALS.
003840     05 WS-TRANS-READ            PIC 9(05) COMP VALUE ZERO.
003850     05 WS-TRANS-APPLIED         PIC 9(05) COMP VALUE ZERO.
003860     05 WS-TRANS-EXCEPTION       PIC 9(05) COMP VALUE ZERO.
003870     05 WS-TRANS-SKIPPED         PIC 9(05) COMP VALUE ZERO.
003880     05 WS-TRANS-STALE           PIC 9(05) COMP VALUE ZERO.
003890     05 WS-PAY-AMOUNT-TOTAL      PIC 9(09)V99 VALUE ZERO.
003900     05 WS-TRANS-READ-EDIT       PIC ZZ,ZZ9.
003910     05 WS-TRANS-APPLIED-EDIT    PIC ZZ,ZZ9.
003920     05 WS-TRANS-EXCEPT-EDIT     PIC ZZ,ZZ9.
003930     05 WS-TRANS-SKIPPED-EDIT    PIC ZZ,ZZ9.
003940     05 WS-TRANS-STALE-EDIT      PIC ZZ,ZZ9.
003950 PROCEDURE DIVISION.
003960 0000-MAINLINE.
003970     DISPLAY "Seat Batch Update".
003980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003990     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
004000         UNTIL WS-TRAN-EOF.
004010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004020     STOP RUN.
004030*
004040******************************************************************
004050* 1000-INITIALIZE - open the transaction file, the exception
004060* report, the show and venue masters (read-only - this program
004070* never adds a show or a venue, only the interactive system
004080* does), and the seat status file shared with the interactive
004090* system, then prime the first transaction.
004100******************************************************************
004110 1000-INITIALIZE.
004120     PERFORM 1050-CHECK-BATCH-CONTROL THRU 1050-EXIT.
004130     OPEN INPUT TRANSACTION-FILE.
004140     OPEN OUTPUT EXCEPTION-REPORT.
004150     OPEN INPUT SHOW-MASTER-FILE.
004160     IF WS-SHOW-FILE-STATUS NOT = "00"
004170         DISPLAY "SEAT-BATCH-UPDATE: SHOWMSTR NOT AVAILABLE, "
004180             "FILE STATUS " WS-SHOW-FILE-STATUS
004190         DISPLAY "SEAT-BATCH-UPDATE: RUN THE INTERACTIVE SEAT "
004200             "SALES SYSTEM FIRST TO ESTABLISH THE SHOW MASTER"
004210         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
004220     END-IF.
004230     OPEN INPUT VENUE-MASTER-FILE.
004240     IF WS-VENUE-FILE-STATUS NOT = "00"
004250         DISPLAY "SEAT-BATCH-UPDATE: VENUEMST NOT AVAILABLE, "
004260             "FILE STATUS " WS-VENUE-FILE-STATUS
004270         DISPLAY "SEAT-BATCH-UPDATE: RUN THE INTERACTIVE SEAT "
004280             "SALES SYSTEM FIRST TO ESTABLISH THE VENUE MASTER"
004290         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
004300     END-IF.
004310     OPEN INPUT CUSTOMER-MASTER-FILE.
004320     IF WS-CUST-FILE-STATUS NOT = "00"
004330         DISPLAY "SEAT-BATCH-UPDATE: CUSTMAST NOT AVAILABLE, "
004340             "FILE STATUS " WS-CUST-FILE-STATUS
004350         DISPLAY "SEAT-BATCH-UPDATE: RUN THE INTERACTIVE SEAT "
004360             "SALES SYSTEM FIRST TO ESTABLISH THE PATRON MASTER"
004370         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
004380     END-IF.
004390     OPEN I-O SEAT-STATUS-FILE.
004400     IF WS-SEAT-FILE-STATUS = "35"
004410         OPEN OUTPUT SEAT-STATUS-FILE
004420         CLOSE SEAT-STATUS-FILE
004430         OPEN I-O SEAT-STATUS-FILE
004440     END-IF.
004450     OPEN EXTEND AUDIT-LOG-FILE.
004460     IF WS-AUDIT-FILE-STATUS = "35"
004470         OPEN OUTPUT AUDIT-LOG-FILE
004480         CLOSE AUDIT-LOG-FILE
004490         OPEN EXTEND AUDIT-LOG-FILE
004500     END-IF.
004510     OPEN EXTEND SEAT-JOURNAL-FILE.
004520     IF WS-JRNL-FILE-STATUS = "35"
004530         OPEN OUTPUT SEAT-JOURNAL-FILE
004540         CLOSE SEAT-JOURNAL-FILE
004550         OPEN EXTEND SEAT-JOURNAL-FILE
004560     END-IF.
004570     OPEN INPUT ROW-PRICE-FILE.
004580     IF WS-PRICE-FILE-STATUS NOT = "00"
004590         DISPLAY "SEAT-BATCH-UPDATE: ROWPRICE NOT AVAILABLE, "
004600             "FILE STATUS " WS-PRICE-FILE-STATUS
004610         DISPLAY "SEAT-BATCH-UPDATE: RUN THE INTERACTIVE SEAT "
004620             "SALES SYSTEM FIRST TO ESTABLISH THE ROW PRICES"
004630         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
004640     END-IF.
004650     OPEN I-O WAITLIST-FILE.
004660     IF WS-WAIT-FILE-STATUS = "35"
004670         OPEN OUTPUT WAITLIST-FILE
004680         CLOSE WAITLIST-FILE
004690         OPEN I-O WAITLIST-FILE
004700     END-IF.
004710     OPEN EXTEND TICKET-PRINT-FILE.
004720     IF WS-TICKET-FILE-STATUS = "35"
004730         OPEN OUTPUT TICKET-PRINT-FILE
004740         CLOSE TICKET-PRINT-FILE
004750         OPEN EXTEND TICKET-PRINT-FILE
004760     END-IF.
004770     OPEN EXTEND PAYMENT-LEDGER-FILE.
004780     IF WS-PAY-FILE-STATUS = "35"
004790         OPEN OUTPUT PAYMENT-LEDGER-FILE
004800         CLOSE PAYMENT-LEDGER-FILE
004810         OPEN EXTEND PAYMENT-LEDGER-FILE
004820     END-IF.
004830*    The series master is optional - only series transactions
004840*    need it, and those bounce individually when it is absent
004850*    rather than holding up the night's single reservations.
004860     OPEN INPUT SERIES-MASTER-FILE.
004870     IF WS-SERS-FILE-STATUS = "00"
004880         MOVE 'Y' TO WS-SERIES-AVAIL-SW
004890     END-IF.
004900*    The seat attribute map is optional too - a venue with no
004910*    record on it simply has no special seats to worry about.
004920     OPEN INPUT SEAT-ATTRIBUTE-FILE.
004930     IF WS-ATTR-FILE-STATUS = "00"
004940         MOVE 'Y' TO WS-ATTR-AVAIL-SW
004950     END-IF.
004960*    So is the fee schedule - with none on file every sale is
004970*    posted as face value throughout.
004980     OPEN INPUT FEE-SCHEDULE-FILE.
004990     IF WS-FEE-FILE-STATUS = "00"
005000         MOVE 'Y' TO WS-FEE-AVAIL-SW
005010     END-IF.
005020     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
005030     PERFORM 1030-RETRY-WAITLIST THRU 1030-EXIT.
005040     PERFORM 1020-CHECK-RESTART THRU 1020-EXIT.
005050     PERFORM 1010-READ-TRANSACTION THRU 1010-EXIT.
005060     GO TO 1000-EXIT.
005070 1000-EXIT.
005080     EXIT.
005090*
005100******************************************************************
005110* 1090-ABORT-RUN - the show or venue master could not be opened
005120* for input, so this run has no reliable reference data to check
005130* transactions against. Close whatever is already open and end
005140* the run rather than let later reads fail against files that
005150* were never successfully opened. The run is posted failed on
005160* BATCHCTL so nothing downstream runs on top of it.
005170******************************************************************
005180 1090-ABORT-RUN.
005190     CLOSE TRANSACTION-FILE.
005200     CLOSE EXCEPTION-REPORT.
005210     MOVE 'F' TO WS-BCTL-FINAL-STATUS.
005220     PERFORM 9100-POST-BATCH-CONTROL THRU 9100-EXIT.
005230     MOVE 16 TO RETURN-CODE.
005240     STOP RUN.
005250 1090-EXIT.
005260     EXIT.
005270*
005280******************************************************************
005290* 1050-CHECK-BATCH-CONTROL - SEATBAT is the first controlled
005300* job of the night and has no predecessor to wait for; a rerun
005310* after an abend (which resumes from SEATCHKP) simply posts
005320* itself running again and counts the run.
005330* Then post this run as running on BATCHCTL.
005340******************************************************************
005350 1050-CHECK-BATCH-CONTROL.
005360     ACCEPT WS-BCTL-RUN-DATE FROM DATE YYYYMMDD.
005370     COMPUTE WS-BCTL-DAY-NUMBER =
005380         FUNCTION INTEGER-OF-DATE(WS-BCTL-RUN-DATE) - 1.
005390     COMPUTE WS-BCTL-PRIOR-DATE =
005400         FUNCTION DATE-OF-INTEGER(WS-BCTL-DAY-NUMBER).
005410     MOVE WS-BCTL-PRIOR-YYMMDD TO WS-BCTL-DATE.
005420     OPEN I-O BATCH-CONTROL-FILE.
005430     IF WS-BCTL-FILE-STATUS = "35"
005440         OPEN OUTPUT BATCH-CONTROL-FILE
005450         CLOSE BATCH-CONTROL-FILE
005460         OPEN I-O BATCH-CONTROL-FILE
005470     END-IF.
005480     IF WS-BCTL-FILE-STATUS NOT = "00"
005490         DISPLAY "SEAT-BATCH-UPDATE: BATCHCTL NOT AVAILABLE, "
005500             "FILE STATUS " WS-BCTL-FILE-STATUS
005510         MOVE 16 TO RETURN-CODE
005520         STOP RUN
005530     END-IF.
005540     MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE.
005550     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
005560     READ BATCH-CONTROL-FILE
005570         INVALID KEY
005580             MOVE 'N' TO WS-BCTL-ON-FILE-SW
005590             MOVE ZERO TO BC-RUN-COUNT
005600             MOVE SPACES TO BC-OVERRIDE-ID
005610         NOT INVALID KEY
005620             MOVE 'Y' TO WS-BCTL-ON-FILE-SW
005630     END-READ.
005640     MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE.
005650     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
005660     MOVE 'R' TO BC-STATUS.
005670     ACCEPT BC-START-DATE FROM DATE.
005680     ACCEPT BC-START-TIME FROM TIME.
005690     MOVE ZERO TO BC-END-DATE.
005700     MOVE ZERO TO BC-END-TIME.
005710     MOVE ZERO TO BC-RECORDS-READ.
005720     MOVE ZERO TO BC-RECORDS-WRITTEN.
005730     MOVE ZERO TO BC-RECORDS-REJECTED.
005740     MOVE ZERO TO BC-CONTROL-AMOUNT.
005750     ADD 1 TO BC-RUN-COUNT.
005760     IF WS-BCTL-ON-FILE
005770         REWRITE BATCH-CONTROL-RECORD
005780     ELSE
005790         WRITE BATCH-CONTROL-RECORD
005800     END-IF.
005810     CLOSE BATCH-CONTROL-FILE.
005820     MOVE 'Y' TO WS-BCTL-POSTED-SW.
005830     GO TO 1050-EXIT.
005840 1050-EXIT.
005850     EXIT.
005860*
005870******************************************************************
005880* 1010-READ-TRANSACTION - read the next reservation request off
005890* the transaction file.
005900******************************************************************
005910 1010-READ-TRANSACTION.
005920     READ TRANSACTION-FILE
005930         AT END
005940             MOVE 'Y' TO WS-TRAN-EOF-SW
005950     END-READ.
005960     GO TO 1010-EXIT.
005970 1010-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010* 1020-CHECK-RESTART - look for a checkpoint left by a prior
006020* incomplete run. An in-flight checkpoint means the last run
006030* abended partway through this transaction file: restore its
006040* run totals and remember the last transaction number it
006050* processed, so this run resumes past everything already
006060* applied instead of bouncing it all off the exception report
006070* and double-writing the audit log. A complete checkpoint (or
006080* no checkpoint file at all) means a normal fresh run.
006090******************************************************************
006100 1020-CHECK-RESTART.
006110     OPEN INPUT RESTART-FILE.
006120     IF WS-CHKP-FILE-STATUS NOT = "00"
006130         GO TO 1020-EXIT
006140     END-IF.
006150     READ RESTART-FILE
006160         AT END
006170             CONTINUE
006180         NOT AT END
006190             IF CH-RUN-STATUS = 'I'
006200                 MOVE 'Y' TO WS-RESTART-SW
006210                 MOVE CH-LAST-TRAN TO WS-CHECKPOINT-TRAN
006220                 MOVE CH-LAST-TRAN TO WS-LAST-TRAN-PROCESSED
006230                 MOVE CH-TRANS-READ TO WS-TRANS-READ
006240                 MOVE CH-TRANS-APPLIED TO WS-TRANS-APPLIED
006250                 MOVE CH-TRANS-EXCEPTION TO WS-TRANS-EXCEPTION
006260                 MOVE CH-TRANS-STALE TO WS-TRANS-STALE
006270                 MOVE CH-PAY-AMOUNT TO WS-PAY-AMOUNT-TOTAL
006280                 DISPLAY "SEAT-BATCH-UPDATE: RESTARTING AFTER "
006290                     "TRANSACTION " CH-LAST-TRAN
006300             END-IF
006310     END-READ.
006320     CLOSE RESTART-FILE.
006330     GO TO 1020-EXIT.
006340 1020-EXIT.
006350     EXIT.
006360*
006370******************************************************************
006380* 1030-RETRY-WAITLIST - before any new transaction is applied,
006390* walk the whole waitlist and fill any request whose seat was
006400* freed during the day, so the earliest waitlisted customers
006410* get first claim on cancellations.
006420******************************************************************
006430 1030-RETRY-WAITLIST.
006440     MOVE 'N' TO WS-WAIT-EOF-SW.
006450     MOVE LOW-VALUES TO WL-KEY.
006460     START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
006470         INVALID KEY MOVE 'Y' TO WS-WAIT-EOF-SW
006480     END-START.
006490     PERFORM 1040-RETRY-ONE-ENTRY THRU 1040-EXIT
006500         UNTIL WS-WAIT-EOF.
006510     GO TO 1030-EXIT.
006520 1030-EXIT.
006530     EXIT.
006540*
006550******************************************************************
006560* 1040-RETRY-ONE-ENTRY - fill one waitlisted request if its
006570* seat is now open and its show is still current; otherwise
006580* leave the entry on file for the agents or the next run.
006590* Counter entries (WL-SOURCE 'C') are never filled here - the
006600* patron is standing at the counter, and only an agent can
006610* settle tender and price with them face to face. A phone/web
006620* entry ('B') gets its ticket number assigned from the number
006630* control file at the moment it is filled.
006640******************************************************************
006650 1040-RETRY-ONE-ENTRY.
006660     READ WAITLIST-FILE NEXT RECORD
006670         AT END
006680             MOVE 'Y' TO WS-WAIT-EOF-SW
006690             GO TO 1040-EXIT
006700     END-READ.
006710     IF WL-SOURCE NOT = 'B'
006720         GO TO 1040-EXIT
006730     END-IF.
006740     MOVE WL-SHOW-ID TO SM-SHOW-ID.
006750     READ SHOW-MASTER-FILE
006760         INVALID KEY
006770             GO TO 1040-EXIT
006780     END-READ.
006790     IF SM-SHOW-DATE < WS-TODAY
006800         GO TO 1040-EXIT
006810     END-IF.
006820     MOVE SM-VENUE-ID TO VM-VENUE-ID.
006830     READ VENUE-MASTER-FILE
006840         INVALID KEY
006850             GO TO 1040-EXIT
006860     END-READ.
006870     MOVE VM-VENUE-ID TO SA-VENUE-ID.
006880     MOVE WL-ROW TO SA-ROW.
006890     MOVE WL-SEAT TO SA-SEAT.
006900     PERFORM 2003-CHECK-SEAT-KILLED THRU 2003-EXIT.
006910     IF WS-SEAT-KILLED
006920         GO TO 1040-EXIT
006930     END-IF.
006940*    An unpriced row must not fill at zero; the entry stays on
006950*    the waitlist until a supervisor prices the row.
006960     MOVE WL-SHOW-ID TO RP-SHOW-ID.
006970     MOVE WL-ROW TO RP-ROW.
006980     READ ROW-PRICE-FILE
006990         INVALID KEY
007000             GO TO 1040-EXIT
007010     END-READ.
007020     MOVE WL-SHOW-ID TO SS-SHOW-ID.
007030     MOVE WL-ROW TO SS-ROW.
007040     MOVE WL-SEAT TO SS-SEAT.
007050     READ SEAT-STATUS-FILE
007060         INVALID KEY
007070             GO TO 1040-EXIT
007080     END-READ.
007090     IF SS-STATUS NOT = 'L'
007100         GO TO 1040-EXIT
007110     END-IF.
007120     MOVE 'C' TO WS-JRNL-ACTION.
007130     MOVE SEAT-STATUS-RECORD TO WS-JRNL-BEFORE-IMAGE.
007140     MOVE WL-CUSTOMER-NAME TO WS-CUST-NAME-OUT.
007150     MOVE WL-CUSTOMER-PHONE TO WS-CUST-PHONE-OUT.
007160     MOVE WL-SHOW-ID TO WS-APPLY-SHOW-ID.
007170     MOVE WL-ROW TO WS-APPLY-ROW.
007180     MOVE WL-SEAT TO WS-APPLY-SEAT.
007190     PERFORM 2290-ASSIGN-TICKET-NUMBER THRU 2290-EXIT.
007200     IF WL-TENDER-TYPE = SPACE
007210         MOVE 'D' TO WS-APPLY-TENDER
007220     ELSE
007230         MOVE WL-TENDER-TYPE TO WS-APPLY-TENDER
007240     END-IF.
007250     IF WL-PRICE-TYPE = SPACE
007260         MOVE 'F' TO WS-APPLY-PRICE-TYPE
007270     ELSE
007280         MOVE WL-PRICE-TYPE TO WS-APPLY-PRICE-TYPE
007290     END-IF.
007300     PERFORM 2009-PRICE-THE-SEAT THRU 2009-EXIT.
007310     MOVE 'X' TO SS-STATUS.
007320     MOVE WL-CUSTOMER-ID TO SS-CUSTOMER-ID.
007330     MOVE WL-CUSTOMER-NAME TO SS-CUSTOMER-NAME.
007340     MOVE WL-CUSTOMER-PHONE TO SS-CUSTOMER-PHONE.
007350     MOVE WS-APPLY-TICKET TO SS-TICKET-NUMBER.
007360     MOVE WS-APPLY-PRICE-TYPE TO SS-PRICE-TYPE.
007370     MOVE WS-APPLY-PRICE TO SS-SALE-PRICE.
007380     MOVE ZERO TO SS-HOLD-DATE.
007390     MOVE ZERO TO SS-HOLD-TIME.
007400     REWRITE SEAT-STATUS-RECORD.
007410     PERFORM 2037-WRITE-SEAT-JOURNAL THRU 2037-EXIT.
007420     MOVE "RESERVE " TO AL-ACTION.
007430     PERFORM 2030-WRITE-AUDIT-RECORD THRU 2030-EXIT.
007440     MOVE "SALE" TO PL-PAY-TYPE.
007450     PERFORM 2035-WRITE-PAYMENT-RECORD THRU 2035-EXIT.
007460     PERFORM 2050-WRITE-CONFIRMATION THRU 2050-EXIT.
007470     ADD 1 TO WS-WAIT-FILLED.
007480     DELETE WAITLIST-FILE RECORD
007490         INVALID KEY
007500             CONTINUE
007510     END-DELETE.
007520     GO TO 1040-EXIT.
007530 1040-EXIT.
007540     EXIT.
007550*
007560******************************************************************
007570* 2000-PROCESS-TRANSACTION - apply one reservation request
007580* against the seat status file, or log why it could not be
007590* applied, then read the next request.
007600******************************************************************
007610* A transaction against a show that has never been opened
007620* interactively still gets applied here as long as the show and
007630* its venue are on file: the seat row is created against the
007640* venue's own row/seat bounds instead of being rejected for want
007650* of a seat status record.
007660******************************************************************
007670 2000-PROCESS-TRANSACTION.
007680     IF WS-RESTARTING
007690         IF TR-TRAN-NUMBER <= WS-CHECKPOINT-TRAN
007700             ADD 1 TO WS-TRANS-SKIPPED
007710             PERFORM 1010-READ-TRANSACTION THRU 1010-EXIT
007720             GO TO 2000-EXIT
007730         ELSE
007740             MOVE 'N' TO WS-RESTART-SW
007750         END-IF
007760     END-IF.
007770     ADD 1 TO WS-TRANS-READ.
007780     IF TR-SERIES-BOOKING
007790         PERFORM 2300-PROCESS-SERIES THRU 2300-EXIT
007800         GO TO 2000-CHECKPOINT
007810     END-IF.
007820     MOVE TR-SHOW-ID TO SM-SHOW-ID.
007830     READ SHOW-MASTER-FILE
007840         INVALID KEY
007850             MOVE "SHOW NOT ON FILE" TO WS-EXCEPTION-REASON
007860             PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
007870         NOT INVALID KEY
007880             IF SM-SHOW-DATE < WS-TODAY
007890                 MOVE "SHOW DATE HAS PASSED"
007900                     TO WS-EXCEPTION-REASON
007910                 PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
007920             ELSE
007930                 PERFORM 2005-PROCESS-SEAT THRU 2005-EXIT
007940             END-IF
007950     END-READ.
007960 2000-CHECKPOINT.
007970     MOVE TR-TRAN-NUMBER TO WS-LAST-TRAN-PROCESSED.
007980     ADD 1 TO WS-SINCE-CHECKPOINT.
007990     IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
008000         PERFORM 2040-TAKE-CHECKPOINT THRU 2040-EXIT
008010     END-IF.
008020     PERFORM 1010-READ-TRANSACTION THRU 1010-EXIT.
008030     GO TO 2000-EXIT.
008040 2000-EXIT.
008050     EXIT.
008060*
008070******************************************************************
008080* 2003-CHECK-SEAT-KILLED - look the seat up on the venue's
008090* attribute map (SA-KEY is set by the caller) and flag it when
008100* it is a house kill. A map that is not mounted, or a seat
008110* with no record on it, is an ordinary sellable seat.
008120******************************************************************
008130 2003-CHECK-SEAT-KILLED.
008140     MOVE 'N' TO WS-SEAT-KILLED-SW.
008150     IF NOT WS-ATTR-AVAILABLE
008160         GO TO 2003-EXIT
008170     END-IF.
008180     READ SEAT-ATTRIBUTE-FILE
008190         INVALID KEY
008200             GO TO 2003-EXIT
008210     END-READ.
008220     IF SA-ATTRIBUTE = 'K'
008230         MOVE 'Y' TO WS-SEAT-KILLED-SW
008240     END-IF.
008250     GO TO 2003-EXIT.
008260 2003-EXIT.
008270     EXIT.
008280*
008290******************************************************************
008300* 2004-EDIT-TENDER-PRICE - settle the transaction's tender and
008310* price-type codes into the apply fields, defaulting a blank
008320* tender to card and a blank price type to full. A code that
008330* is not on the scale fails the edit with the reason already
008340* in WS-EXCEPTION-REASON for the caller to report.
008350******************************************************************
008360 2004-EDIT-TENDER-PRICE.
008370     MOVE 'Y' TO WS-TRAN-EDIT-OK-SW.
008380     IF TR-TENDER-TYPE = SPACE
008390         MOVE 'D' TO WS-APPLY-TENDER
008400     ELSE
008410         MOVE TR-TENDER-TYPE TO WS-APPLY-TENDER
008420     END-IF.
008430     IF NOT WS-APPLY-TENDER-KNOWN
008440         MOVE "INVALID TENDER TYPE" TO WS-EXCEPTION-REASON
008450         MOVE 'N' TO WS-TRAN-EDIT-OK-SW
008460         GO TO 2004-EXIT
008470     END-IF.
008480     IF TR-PRICE-TYPE = SPACE
008490         MOVE 'F' TO WS-APPLY-PRICE-TYPE
008500     ELSE
008510         MOVE TR-PRICE-TYPE TO WS-APPLY-PRICE-TYPE
008520     END-IF.
008530     IF NOT WS-APPLY-PTYPE-KNOWN
008540         MOVE "INVALID PRICE TYPE" TO WS-EXCEPTION-REASON
008550         MOVE 'N' TO WS-TRAN-EDIT-OK-SW
008560     END-IF.
008570     GO TO 2004-EXIT.
008580 2004-EXIT.
008590     EXIT.
008600*
008610******************************************************************
008620* 2005-PROCESS-SEAT - the show is on file; look up its venue so
008630* the transaction's row/seat can be checked against the venue's
008640* actual size before it ever touches the seat status file.
008650******************************************************************
008660 2005-PROCESS-SEAT.
008670     MOVE SM-VENUE-ID TO VM-VENUE-ID.
008680     READ VENUE-MASTER-FILE
008690         INVALID KEY
008700             MOVE "VENUE NOT ON FILE" TO WS-EXCEPTION-REASON
008710             PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
008720         NOT INVALID KEY
008730             PERFORM 2006-CHECK-SEAT-RANGE THRU 2006-EXIT
008740     END-READ.
008750     GO TO 2005-EXIT.
008760 2005-EXIT.
008770     EXIT.
008780*
008790******************************************************************
008800* 2006-CHECK-SEAT-RANGE - reject a transaction whose row or seat
008810* falls outside the venue's own dimensions, otherwise look the
008820* seat up on the seat status file.
008830*
008840* TR-ROW/TR-SEAT are 1-indexed, the same convention SS-ROW/SS-SEAT
008850* are stored under and the interactive program's WS-ROW-NUM/
008860* WS-SEAT-NUM count in (1 through WS-NUM-ROWS/WS-MAX-SEATS). The
008870* interactive terminal prompt (2031-PROMPT-ROW/2041-PROMPT-SEAT)
008880* shows the agent 0-indexed, zero-padded row/seat numbers for the
008890* same underlying rows and adds 1 before it ever touches SS-ROW/
008900* SS-SEAT, so a phone/web order file must supply row/seat already
008910* 1-indexed - row 00/seat 00 is not a valid transaction.
008920******************************************************************
008930 2006-CHECK-SEAT-RANGE.
008940     IF TR-ROW > VM-NUM-ROWS OR TR-SEAT > VM-NUM-SEATS
008950         OR TR-ROW < 1 OR TR-SEAT < 1
008960         MOVE "ROW/SEAT OUTSIDE VENUE" TO WS-EXCEPTION-REASON
008970         PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
008980         GO TO 2006-EXIT
008990     END-IF.
009000     MOVE VM-VENUE-ID TO SA-VENUE-ID.
009010     MOVE TR-ROW TO SA-ROW.
009020     MOVE TR-SEAT TO SA-SEAT.
009030     PERFORM 2003-CHECK-SEAT-KILLED THRU 2003-EXIT.
009040     IF WS-SEAT-KILLED
009050         MOVE "SEAT IS KILLED" TO WS-EXCEPTION-REASON
009060         PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
009070         GO TO 2006-EXIT
009080     END-IF.
009090     MOVE TR-SHOW-ID TO RP-SHOW-ID.
009100     MOVE TR-ROW TO RP-ROW.
009110     READ ROW-PRICE-FILE
009120         INVALID KEY
009130             MOVE "ROW HAS NO PRICE ON FILE"
009140                 TO WS-EXCEPTION-REASON
009150             PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
009160             GO TO 2006-EXIT
009170     END-READ.
009180     PERFORM 2008-RESOLVE-CUSTOMER THRU 2008-EXIT.
009190     IF NOT WS-CUSTOMER-VALID
009200         MOVE "CUSTOMER NOT ON FILE" TO WS-EXCEPTION-REASON
009210         PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
009220         GO TO 2006-EXIT
009230     END-IF.
009240     MOVE TR-SHOW-ID TO WS-APPLY-SHOW-ID.
009250     MOVE TR-ROW TO WS-APPLY-ROW.
009260     MOVE TR-SEAT TO WS-APPLY-SEAT.
009270     PERFORM 2004-EDIT-TENDER-PRICE THRU 2004-EXIT.
009280     IF NOT WS-TRAN-EDIT-OK
009290         PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
009300         GO TO 2006-EXIT
009310     END-IF.
009320     PERFORM 2009-PRICE-THE-SEAT THRU 2009-EXIT.
009330     MOVE TR-SHOW-ID TO SS-SHOW-ID.
009340     MOVE TR-ROW TO SS-ROW.
009350     MOVE TR-SEAT TO SS-SEAT.
009360     READ SEAT-STATUS-FILE
009370         INVALID KEY
009380             PERFORM 2007-CREATE-AND-RESERVE THRU 2007-EXIT
009390         NOT INVALID KEY
009400             PERFORM 2020-APPLY-TRANSACTION THRU 2020-EXIT
009410     END-READ.
009420     GO TO 2006-EXIT.
009430 2006-EXIT.
009440     EXIT.
009450*
009460******************************************************************
009470* 2007-CREATE-AND-RESERVE - the seat has never been sold or even
009480* looked at before (the interactive system has not opened this
009490* show yet); create its seat status record already reserved for
009500* this transaction's customer.
009510******************************************************************
009520 2007-CREATE-AND-RESERVE.
009530     PERFORM 2290-ASSIGN-TICKET-NUMBER THRU 2290-EXIT.
009540     MOVE 'A' TO WS-JRNL-ACTION.
009550     MOVE SPACES TO WS-JRNL-BEFORE-IMAGE.
009560     MOVE 'X' TO SS-STATUS.
009570     MOVE TR-CUSTOMER-ID TO SS-CUSTOMER-ID.
009580     MOVE WS-CUST-NAME-OUT TO SS-CUSTOMER-NAME.
009590     MOVE WS-CUST-PHONE-OUT TO SS-CUSTOMER-PHONE.
009600     MOVE WS-APPLY-TICKET TO SS-TICKET-NUMBER.
009610     MOVE WS-APPLY-PRICE-TYPE TO SS-PRICE-TYPE.
009620     MOVE WS-APPLY-PRICE TO SS-SALE-PRICE.
009630     MOVE ZERO TO SS-HOLD-DATE.
009640     MOVE ZERO TO SS-HOLD-TIME.
009650     WRITE SEAT-STATUS-RECORD.
009660     PERFORM 2037-WRITE-SEAT-JOURNAL THRU 2037-EXIT.
009670     MOVE "RESERVE " TO AL-ACTION.
009680     PERFORM 2030-WRITE-AUDIT-RECORD THRU 2030-EXIT.
009690     MOVE "SALE" TO PL-PAY-TYPE.
009700     PERFORM 2035-WRITE-PAYMENT-RECORD THRU 2035-EXIT.
009710     PERFORM 2050-WRITE-CONFIRMATION THRU 2050-EXIT.
009720     ADD 1 TO WS-TRANS-APPLIED.
009730     GO TO 2007-EXIT.
009740 2007-EXIT.
009750     EXIT.
009760*
009770******************************************************************
009780* 2008-RESOLVE-CUSTOMER - settle whose name and phone go on the
009790* seat record. A transaction carrying a customer ID takes the
009800* patron's details from the customer master (and is invalid when
009810* the ID is not on file); a blank ID is a walk-up order that
009820* supplies its own name and phone on the transaction itself.
009830******************************************************************
009840 2008-RESOLVE-CUSTOMER.
009850     MOVE 'Y' TO WS-CUST-VALID-SW.
009860     IF TR-CUSTOMER-ID = SPACES
009870         MOVE TR-CUSTOMER-NAME TO WS-CUST-NAME-OUT
009880         MOVE TR-CUSTOMER-PHONE TO WS-CUST-PHONE-OUT
009890         GO TO 2008-EXIT
009900     END-IF.
009910     MOVE TR-CUSTOMER-ID TO CM-CUSTOMER-ID.
009920     READ CUSTOMER-MASTER-FILE
009930         INVALID KEY
009940             MOVE 'N' TO WS-CUST-VALID-SW
009950         NOT INVALID KEY
009960             MOVE CM-CUSTOMER-NAME TO WS-CUST-NAME-OUT
009970             MOVE CM-CUSTOMER-PHONE TO WS-CUST-PHONE-OUT
009980     END-READ.
009990     GO TO 2008-EXIT.
010000 2008-EXIT.
010010     EXIT.
010020*
010030******************************************************************
010040* 2009-PRICE-THE-SEAT - turn the row price of the seat being
010050* applied into the actual selling price under the settled
010060* price type. The scale matches the interactive system: full
010070* 100, senior 80, promo 75, child 50; a comp is always zero.
010080* Every caller has already bounced or skipped an unpriced row,
010090* so the price record is expected to be on file here.
010100******************************************************************
010110 2009-PRICE-THE-SEAT.
010120     EVALUATE TRUE
010130         WHEN WS-APPLY-PTYPE-SENIOR
010140             MOVE 80 TO WS-APPLY-PRICE-PCT
010150         WHEN WS-APPLY-PTYPE-CHILD
010160             MOVE 50 TO WS-APPLY-PRICE-PCT
010170         WHEN WS-APPLY-PTYPE-PROMO
010180             MOVE 75 TO WS-APPLY-PRICE-PCT
010190         WHEN WS-APPLY-PTYPE-COMP
010200             MOVE ZERO TO WS-APPLY-PRICE-PCT
010210         WHEN OTHER
010220             MOVE 100 TO WS-APPLY-PRICE-PCT
010230     END-EVALUATE.
010240     MOVE ZERO TO WS-APPLY-PRICE.
010250     MOVE WS-APPLY-SHOW-ID TO RP-SHOW-ID.
010260     MOVE WS-APPLY-ROW TO RP-ROW.
010270     READ ROW-PRICE-FILE
010280         INVALID KEY
010290             CONTINUE
010300         NOT INVALID KEY
010310             COMPUTE WS-APPLY-PRICE ROUNDED =
010320                 (RP-PRICE * WS-APPLY-PRICE-PCT) / 100
010330     END-READ.
010340     GO TO 2009-EXIT.
010350 2009-EXIT.
010360     EXIT.
010370*
010380******************************************************************
010390* 2010-WRITE-EXCEPTION - print one line to the exception report
010400* for a request that could not be applied.
010410******************************************************************
010420 2010-WRITE-EXCEPTION.
010430     STRING "SHOW " DELIMITED BY SIZE
010440            TR-SHOW-ID DELIMITED BY SIZE
010450            " ROW " DELIMITED BY SIZE
010460            TR-ROW DELIMITED BY SIZE
010470            " SEAT " DELIMITED BY SIZE
010480            TR-SEAT DELIMITED BY SIZE
010490            " - " DELIMITED BY SIZE
010500            WS-EXCEPTION-REASON DELIMITED BY SIZE
010510         INTO EXCEPTION-LINE.
010520     WRITE EXCEPTION-LINE.
010530     ADD 1 TO WS-TRANS-EXCEPTION.
010540     GO TO 2010-EXIT.
010550 2010-EXIT.
010560     EXIT.
010570*
010580******************************************************************
010590* 2020-APPLY-TRANSACTION - the seat exists on file for this show;
010600* reserve it if it is still open, otherwise log the conflict as
010610* an exception instead of overwriting an existing sale. A seat
010620* already sold to this transaction's own customer was applied
010630* by an earlier run that abended after the last checkpoint -
010640* count it as skipped, not as a conflict, so a rerun never
010650* waitlists a customer against their own seat. (Ticket numbers
010660* are system-assigned at apply time now, so the customer, not
010670* the ticket, is what a reapplied transaction matches on.)
010680******************************************************************
010690 2020-APPLY-TRANSACTION.
010700     IF (SS-STATUS = 'X' OR SS-STATUS = 'A')
010710         AND SS-CUSTOMER-ID = TR-CUSTOMER-ID
010720         AND SS-CUSTOMER-NAME = WS-CUST-NAME-OUT
010730         ADD 1 TO WS-TRANS-SKIPPED
010740         GO TO 2020-EXIT
010750     END-IF.
010760     IF SS-STATUS = 'X' OR SS-STATUS = 'A'
010770         MOVE "SEAT SOLD - WAITLISTED" TO WS-EXCEPTION-REASON
010780         PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
010790         ADD 1 TO WS-TRANS-STALE
010800         PERFORM 2060-WAITLIST-CONFLICT THRU 2060-EXIT
010810     ELSE
010820     IF SS-STATUS = 'H'
010830         MOVE "SEAT ON HOLD" TO WS-EXCEPTION-REASON
010840         PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
010850         ADD 1 TO WS-TRANS-STALE
010860     ELSE
010870         PERFORM 2290-ASSIGN-TICKET-NUMBER THRU 2290-EXIT
010880         MOVE 'C' TO WS-JRNL-ACTION
010890         MOVE SEAT-STATUS-RECORD TO WS-JRNL-BEFORE-IMAGE
010900         MOVE 'X' TO SS-STATUS
010910         MOVE TR-CUSTOMER-ID TO SS-CUSTOMER-ID
010920         MOVE WS-CUST-NAME-OUT TO SS-CUSTOMER-NAME
010930         MOVE WS-CUST-PHONE-OUT TO SS-CUSTOMER-PHONE
010940         MOVE WS-APPLY-TICKET TO SS-TICKET-NUMBER
010950         MOVE WS-APPLY-PRICE-TYPE TO SS-PRICE-TYPE
010960         MOVE WS-APPLY-PRICE TO SS-SALE-PRICE
010970         MOVE ZERO TO SS-HOLD-DATE
010980         MOVE ZERO TO SS-HOLD-TIME
010990         REWRITE SEAT-STATUS-RECORD
011000         PERFORM 2037-WRITE-SEAT-JOURNAL THRU 2037-EXIT
011010         MOVE "RESERVE " TO AL-ACTION
011020         PERFORM 2030-WRITE-AUDIT-RECORD THRU 2030-EXIT
011030         MOVE "SALE" TO PL-PAY-TYPE
011040         PERFORM 2035-WRITE-PAYMENT-RECORD THRU 2035-EXIT
011050         PERFORM 2050-WRITE-CONFIRMATION THRU 2050-EXIT
011060         ADD 1 TO WS-TRANS-APPLIED
011070     END-IF
011080     END-IF.
011090     GO TO 2020-EXIT.
011100 2020-EXIT.
011110     EXIT.
011120*
011130******************************************************************
011140* 2030-WRITE-AUDIT-RECORD - append one audit record for a
011150* reservation just applied against SEAT-STATUS-FILE. The batch
011160* run is logged under operator ID BATCH rather than a person,
011170* since these requests were keyed by the customer, not an agent.
011180******************************************************************
011190 2030-WRITE-AUDIT-RECORD.
011200     ACCEPT AL-DATE FROM DATE.
011210     ACCEPT AL-TIME FROM TIME.
011220     MOVE WS-APPLY-SHOW-ID TO AL-SHOW-ID.
011230     MOVE WS-APPLY-ROW TO AL-ROW.
011240     MOVE WS-APPLY-SEAT TO AL-SEAT.
011250     MOVE "BATCH   " TO AL-OPERATOR-ID.
011260     MOVE WS-APPLY-PRICE-TYPE TO AL-PRICE-TYPE.
011270     MOVE WS-APPLY-PRICE TO AL-AMOUNT.
011280     WRITE AUDIT-LOG-RECORD.
011290     GO TO 2030-EXIT.
011300 2030-EXIT.
011310     EXIT.
011320*
011330******************************************************************
011340* 2035-WRITE-PAYMENT-RECORD - append one payment ledger record
011350* for the reservation just applied, at the actual price settled
011360* by 2009-PRICE-THE-SEAT. The payment type (PL-PAY-TYPE) is set
011370* by the caller, the same way AL-ACTION is for the audit trail.
011380* A comp moves no money and posts a zero amount. Every amount
011390* posted is added to the run's control amount for BATCHCTL.
011400******************************************************************
011410 2035-WRITE-PAYMENT-RECORD.
011420     ACCEPT PL-DATE FROM DATE.
011430     ACCEPT PL-TIME FROM TIME.
011440     MOVE WS-APPLY-SHOW-ID TO PL-SHOW-ID.
011450     MOVE WS-APPLY-ROW TO PL-ROW.
011460     MOVE WS-APPLY-SEAT TO PL-SEAT.
011470     MOVE WS-APPLY-TENDER TO PL-TENDER-TYPE.
011480     MOVE ZERO TO PL-AMOUNT.
011490     IF NOT WS-APPLY-TENDER-COMP
011500         MOVE WS-APPLY-PRICE TO PL-AMOUNT
011510     END-IF.
011520     MOVE "BATCH   " TO PL-OPERATOR-ID.
011530     MOVE WS-APPLY-TICKET TO PL-TICKET-NUMBER.
011540     MOVE SPACES TO PL-VOUCHER-NUMBER.
011550     PERFORM 2036-SPLIT-PAYMENT THRU 2036-EXIT.
011560     WRITE PAYMENT-LEDGER-RECORD.
011570     ADD PL-AMOUNT TO WS-PAY-AMOUNT-TOTAL.
011580     GO TO 2035-EXIT.
011590 2035-EXIT.
011600     EXIT.
011610*
011620******************************************************************
011630* 2036-SPLIT-PAYMENT - break PL-AMOUNT, the price settled by
011640* 2009-PRICE-THE-SEAT, into face value, booking fee, facility
011650* fee and sales tax under the fee schedule of the show being
011660* applied - its own record if it has one, otherwise its
011670* venue's (SM-VENUE-ID, read by every caller). The split is
011680* the interactive system's: the price is tax-inclusive, the
011690* fees come out of what is left after tax, in that order and
011700* never more than is left, and the rest is face value. No
011710* schedule, a comp or a zero amount is all face.
011720******************************************************************
011730 2036-SPLIT-PAYMENT.
011740     MOVE PL-AMOUNT TO PL-FACE-VALUE.
011750     MOVE ZERO TO PL-BOOKING-FEE.
011760     MOVE ZERO TO PL-FACILITY-FEE.
011770     MOVE ZERO TO PL-TAX-AMOUNT.
011780     IF PL-AMOUNT = ZERO OR NOT WS-FEE-AVAILABLE
011790         GO TO 2036-EXIT
011800     END-IF.
011810     MOVE 'S' TO FS-SCOPE.
011820     MOVE WS-APPLY-SHOW-ID TO FS-SCOPE-ID.
011830     READ FEE-SCHEDULE-FILE
011840         INVALID KEY
011850             GO TO 2036-VENUE
011860     END-READ.
011870     GO TO 2036-SPLIT.
011880 2036-VENUE.
011890     MOVE 'V' TO FS-SCOPE.
011900     MOVE SM-VENUE-ID TO FS-SCOPE-ID.
011910     READ FEE-SCHEDULE-FILE
011920         INVALID KEY
011930             GO TO 2036-EXIT
011940     END-READ.
011950 2036-SPLIT.
011960     COMPUTE PL-TAX-AMOUNT ROUNDED =
011970         (PL-AMOUNT * FS-TAX-RATE) / (100 + FS-TAX-RATE).
011980     COMPUTE WS-FEE-LEFT = PL-AMOUNT - PL-TAX-AMOUNT.
011990     IF FS-BOOKING-FEE < WS-FEE-LEFT
012000         MOVE FS-BOOKING-FEE TO PL-BOOKING-FEE
012010     ELSE
012020         MOVE WS-FEE-LEFT TO PL-BOOKING-FEE
012030     END-IF.
012040     SUBTRACT PL-BOOKING-FEE FROM WS-FEE-LEFT.
012050     IF FS-FACILITY-FEE < WS-FEE-LEFT
012060         MOVE FS-FACILITY-FEE TO PL-FACILITY-FEE
012070     ELSE
012080         MOVE WS-FEE-LEFT TO PL-FACILITY-FEE
012090     END-IF.
012100     SUBTRACT PL-FACILITY-FEE FROM WS-FEE-LEFT.
012110     MOVE WS-FEE-LEFT TO PL-FACE-VALUE.
012120     GO TO 2036-EXIT.
012130 2036-EXIT.
012140     EXIT.
012150*
012160******************************************************************
012170* 2037-WRITE-SEAT-JOURNAL - journal the seat record just added
012180* or rewritten: the before-image saved by the caller, the
012190* record as now on file, and when. An update the file refused
012200* changed nothing and is not journalled.
012210******************************************************************
012220 2037-WRITE-SEAT-JOURNAL.
012230     IF WS-SEAT-FILE-STATUS NOT = "00"
012240         GO TO 2037-EXIT
012250     END-IF.
012260     ACCEPT SJ-DATE FROM DATE.
012270     ACCEPT SJ-TIME FROM TIME.
012280     MOVE "SEAT-BATCH-UPDATE" TO SJ-PROGRAM.
012290     MOVE "BATCH   " TO SJ-OPERATOR-ID.
012300     MOVE WS-JRNL-ACTION TO SJ-ACTION.
012310     MOVE WS-JRNL-BEFORE-IMAGE TO SJ-BEFORE-IMAGE.
012320     MOVE SEAT-STATUS-RECORD TO SJ-AFTER-IMAGE.
012330     WRITE SEAT-JOURNAL-RECORD.
012340     GO TO 2037-EXIT.
012350 2037-EXIT.
012360     EXIT.
012370*
012380******************************************************************
012390* 2050-WRITE-CONFIRMATION - print one formatted confirmation
012400* block to the TICKPRNT spool for the reservation just applied,
012410* for mailing to the phone/web customer the next morning: show
012420* and venue names, seat, the actual price the ticket sold for,
012430* the customer, the ticket number, and when it was applied.
012440******************************************************************
012450 2050-WRITE-CONFIRMATION.
012460     ACCEPT WS-TKT-DATE FROM DATE.
012470     ACCEPT WS-TKT-TIME FROM TIME.
012480     MOVE WS-APPLY-PRICE TO WS-TKT-PRICE-EDIT.
012490     MOVE ALL "-" TO TICKET-PRINT-LINE.
012500     WRITE TICKET-PRINT-LINE.
012510     MOVE SPACES TO TICKET-PRINT-LINE.
012520     STRING "TICKET   " DELIMITED BY SIZE
012530            WS-APPLY-TICKET DELIMITED BY SIZE
012540         INTO TICKET-PRINT-LINE.
012550     WRITE TICKET-PRINT-LINE.
012560     MOVE SPACES TO TICKET-PRINT-LINE.
012570     STRING "SHOW     " DELIMITED BY SIZE
012580            WS-APPLY-SHOW-ID DELIMITED BY SIZE
012590            " " DELIMITED BY SIZE
012600            SM-SHOW-NAME DELIMITED BY SIZE
012610         INTO TICKET-PRINT-LINE.
012620     WRITE TICKET-PRINT-LINE.
012630     MOVE SPACES TO TICKET-PRINT-LINE.
012640     STRING "VENUE    " DELIMITED BY SIZE
012650            VM-VENUE-NAME DELIMITED BY SIZE
012660         INTO TICKET-PRINT-LINE.
012670     WRITE TICKET-PRINT-LINE.
012680     MOVE SPACES TO TICKET-PRINT-LINE.
012690     STRING "ROW " DELIMITED BY SIZE
012700            WS-APPLY-ROW DELIMITED BY SIZE
012710            " SEAT " DELIMITED BY SIZE
012720            WS-APPLY-SEAT DELIMITED BY SIZE
012730            "  PRICE " DELIMITED BY SIZE
012740            WS-TKT-PRICE-EDIT DELIMITED BY SIZE
012750         INTO TICKET-PRINT-LINE.
012760     WRITE TICKET-PRINT-LINE.
012770     MOVE SPACES TO TICKET-PRINT-LINE.
012780     STRING "CUSTOMER " DELIMITED BY SIZE
012790            WS-CUST-NAME-OUT DELIMITED BY SIZE
012800         INTO TICKET-PRINT-LINE.
012810     WRITE TICKET-PRINT-LINE.
012820     MOVE SPACES TO TICKET-PRINT-LINE.
012830     STRING "SOLD " DELIMITED BY SIZE
012840            WS-TKT-DATE DELIMITED BY SIZE
012850            " " DELIMITED BY SIZE
012860            WS-TKT-TIME DELIMITED BY SIZE
012870            " BY BATCH" DELIMITED BY SIZE
012880         INTO TICKET-PRINT-LINE.
012890     WRITE TICKET-PRINT-LINE.
012900     GO TO 2050-EXIT.
012910 2050-EXIT.
012920     EXIT.
012930*
012940******************************************************************
012950* 2060-WAITLIST-CONFLICT - the requested seat is already sold;
012960* add the order to the back of the show's waitlist so a later
012970* cancellation can fill it, keeping the customer's details and
012980* the order's price and tender codes with the entry. The
012990* ticket number is left blank - it is assigned from the number
013000* control file at the moment the entry is filled.
013010******************************************************************
013020 2060-WAITLIST-CONFLICT.
013030     PERFORM 2070-NEXT-WAITLIST-SEQ THRU 2070-EXIT.
013040     MOVE TR-SHOW-ID TO WL-SHOW-ID.
013050     MOVE WS-WAIT-NEXT-SEQ TO WL-SEQ.
013060     MOVE TR-ROW TO WL-ROW.
013070     MOVE TR-SEAT TO WL-SEAT.
013080     MOVE TR-CUSTOMER-ID TO WL-CUSTOMER-ID.
013090     MOVE WS-CUST-NAME-OUT TO WL-CUSTOMER-NAME.
013100     MOVE WS-CUST-PHONE-OUT TO WL-CUSTOMER-PHONE.
013110     MOVE SPACES TO WL-TICKET-NUMBER.
013120     MOVE 'B' TO WL-SOURCE.
013130     MOVE WS-APPLY-PRICE-TYPE TO WL-PRICE-TYPE.
013140     MOVE WS-APPLY-TENDER TO WL-TENDER-TYPE.
013150     ACCEPT WL-DATE FROM DATE.
013160     ACCEPT WL-TIME FROM TIME.
013170     WRITE WAITLIST-RECORD.
013180     GO TO 2060-EXIT.
013190 2060-EXIT.
013200     EXIT.
013210*
013220******************************************************************
013230* 2070-NEXT-WAITLIST-SEQ - find the next free arrival sequence
013240* for the transaction's show by walking its waitlist entries
013250* to the highest sequence on file.
013260******************************************************************
013270 2070-NEXT-WAITLIST-SEQ.
013280     MOVE 1 TO WS-WAIT-NEXT-SEQ.
013290     MOVE 'N' TO WS-WAIT-SCAN-DONE-SW.
013300     MOVE TR-SHOW-ID TO WL-SHOW-ID.
013310     MOVE ZERO TO WL-SEQ.
013320     START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
013330         INVALID KEY MOVE 'Y' TO WS-WAIT-SCAN-DONE-SW
013340     END-START.
013350     PERFORM 2075-SCAN-WAITLIST-SEQ THRU 2075-EXIT
013360         UNTIL WS-WAIT-SCAN-DONE.
013370     GO TO 2070-EXIT.
013380 2070-EXIT.
013390     EXIT.
013400*
013410 2075-SCAN-WAITLIST-SEQ.
013420     READ WAITLIST-FILE NEXT RECORD
013430         AT END
013440             MOVE 'Y' TO WS-WAIT-SCAN-DONE-SW
013450             GO TO 2075-EXIT
013460     END-READ.
013470     IF WL-SHOW-ID NOT = TR-SHOW-ID
013480         MOVE 'Y' TO WS-WAIT-SCAN-DONE-SW
013490         GO TO 2075-EXIT
013500     END-IF.
013510     COMPUTE WS-WAIT-NEXT-SEQ = WL-SEQ + 1.
013520     GO TO 2075-EXIT.
013530 2075-EXIT.
013540     EXIT.
013550*
013560******************************************************************
013570* 2290-ASSIGN-TICKET-NUMBER - take the next sequential ticket
013580* number from the number control file shared with the
013590* interactive system and leave it in WS-APPLY-TICKET for the
013600* reservation being applied. The file is opened, bumped and
013610* closed per assignment, the same way the interactive program
013620* takes its numbers, and a missing or empty control file seeds
013630* itself from one.
013640******************************************************************
013650 2290-ASSIGN-TICKET-NUMBER.
013660     OPEN I-O TICKET-CONTROL-FILE.
013670     IF WS-TKTC-FILE-STATUS = "35"
013680         OPEN OUTPUT TICKET-CONTROL-FILE
013690         MOVE 1 TO TC-NEXT-TICKET
013700         WRITE TICKET-CONTROL-RECORD
013710         CLOSE TICKET-CONTROL-FILE
013720         OPEN I-O TICKET-CONTROL-FILE
013730     END-IF.
013740     READ TICKET-CONTROL-FILE
013750         AT END
013760             CLOSE TICKET-CONTROL-FILE
013770             OPEN OUTPUT TICKET-CONTROL-FILE
013780             MOVE 1 TO TC-NEXT-TICKET
013790             WRITE TICKET-CONTROL-RECORD
013800             CLOSE TICKET-CONTROL-FILE
013810             OPEN I-O TICKET-CONTROL-FILE
013820             READ TICKET-CONTROL-FILE
013830                 AT END
013840                     CONTINUE
013850             END-READ
013860     END-READ.
013870     MOVE TC-NEXT-TICKET TO WS-APPLY-TICKET.
013880     ADD 1 TO TC-NEXT-TICKET.
013890     REWRITE TICKET-CONTROL-RECORD.
013900     CLOSE TICKET-CONTROL-FILE.
013910     GO TO 2290-EXIT.
013920 2290-EXIT.
013930     EXIT.
013940*
013950******************************************************************
013960* 2300-PROCESS-SERIES - apply one series booking: TR-SHOW-ID
013970* names a series on SERIES-MASTER-FILE and the order wants
013980* TR-ROW/TR-SEAT on every one of its performances. Every show
013990* is verified before any seat is touched and the booking is
014000* all-or-nothing - one conflict anywhere bounces the whole
014010* transaction with a per-show conflict list on the exception
014020* report, so a subscriber is never left with half a season.
014030******************************************************************
014040 2300-PROCESS-SERIES.
014050     IF NOT WS-SERIES-AVAILABLE
014060         MOVE "SERIES FILE NOT AVAILABLE" TO WS-EXCEPTION-REASON
014070         PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
014080         GO TO 2300-EXIT
014090     END-IF.
014100     PERFORM 2305-LOAD-SERIES THRU 2305-EXIT.
014110     IF WS-BSER-COUNT = ZERO
014120         MOVE "SERIES NOT ON FILE" TO WS-EXCEPTION-REASON
014130         PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
014140         GO TO 2300-EXIT
014150     END-IF.
014160     PERFORM 2008-RESOLVE-CUSTOMER THRU 2008-EXIT.
014170     IF NOT WS-CUSTOMER-VALID
014180         MOVE "CUSTOMER NOT ON FILE" TO WS-EXCEPTION-REASON
014190         PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
014200         GO TO 2300-EXIT
014210     END-IF.
014220     PERFORM 2004-EDIT-TENDER-PRICE THRU 2004-EXIT.
014230     IF NOT WS-TRAN-EDIT-OK
014240         PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
014250         GO TO 2300-EXIT
014260     END-IF.
014270     MOVE ZERO TO WS-BSER-CONFLICTS.
014280     MOVE 'N' TO WS-BSER-STALE-SW.
014290     MOVE 1 TO WS-BSER-IX.
014300     PERFORM 2320-VERIFY-SERIES-SHOW THRU 2320-EXIT
014310         UNTIL WS-BSER-IX > WS-BSER-COUNT.
014320     IF WS-BSER-CONFLICTS > ZERO
014330         MOVE "SERIES CONFLICTS - NOT APPLIED"
014340             TO WS-EXCEPTION-REASON
014350         PERFORM 2010-WRITE-EXCEPTION THRU 2010-EXIT
014360         IF WS-BSER-STALE
014370             ADD 1 TO WS-TRANS-STALE
014380         END-IF
014390         GO TO 2300-EXIT
014400     END-IF.
014410     MOVE 1 TO WS-BSER-IX.
014420     PERFORM 2330-APPLY-SERIES-SHOW THRU 2330-EXIT
014430         UNTIL WS-BSER-IX > WS-BSER-COUNT.
014440     ADD 1 TO WS-TRANS-APPLIED.
014450     GO TO 2300-EXIT.
014460 2300-EXIT.
014470     EXIT.
014480*
014490******************************************************************
014500* 2305-LOAD-SERIES - read the series' performances into the
014510* series show table in running order.
014520******************************************************************
014530 2305-LOAD-SERIES.
014540     MOVE ZERO TO WS-BSER-COUNT.
014550     MOVE 'N' TO WS-BSER-DONE-SW.
014560     MOVE TR-SHOW-ID TO SR-SERIES-ID.
014570     MOVE ZERO TO SR-SEQ.
014580     START SERIES-MASTER-FILE KEY IS NOT LESS THAN SR-KEY
014590         INVALID KEY MOVE 'Y' TO WS-BSER-DONE-SW
014600     END-START.
014610     PERFORM 2306-LOAD-ONE-SERIES-SHOW THRU 2306-EXIT
014620         UNTIL WS-BSER-DONE.
014630     GO TO 2305-EXIT.
014640 2305-EXIT.
014650     EXIT.
014660*
014670 2306-LOAD-ONE-SERIES-SHOW.
014680     READ SERIES-MASTER-FILE NEXT RECORD
014690         AT END
014700             MOVE 'Y' TO WS-BSER-DONE-SW
014710             GO TO 2306-EXIT
014720     END-READ.
014730     IF SR-SERIES-ID NOT = TR-SHOW-ID
014740         MOVE 'Y' TO WS-BSER-DONE-SW
014750         GO TO 2306-EXIT
014760     END-IF.
014770     IF WS-BSER-COUNT >= 24
014780         MOVE 'Y' TO WS-BSER-DONE-SW
014790         GO TO 2306-EXIT
014800     END-IF.
014810     ADD 1 TO WS-BSER-COUNT.
014820     MOVE SR-SHOW-ID TO WS-BSER-SHOW-ID(WS-BSER-COUNT).
014830     GO TO 2306-EXIT.
014840 2306-EXIT.
014850     EXIT.
014860*
014870******************************************************************
014880* 2310-WRITE-SERIES-NOTE - print one per-show conflict line
014890* under a series booking. Unlike 2010-WRITE-EXCEPTION this
014900* does not bump the exception count - the series transaction
014910* is counted once, by the summary exception its caller writes.
014920******************************************************************
014930 2310-WRITE-SERIES-NOTE.
014940     MOVE SPACES TO EXCEPTION-LINE.
014950     STRING "SERIES " DELIMITED BY SIZE
014960            TR-SHOW-ID DELIMITED BY SIZE
014970            " SHOW " DELIMITED BY SIZE
014980            WS-BSER-SHOW-ID(WS-BSER-IX) DELIMITED BY SIZE
014990            " - " DELIMITED BY SIZE
015000            WS-BSER-REASON DELIMITED BY SIZE
015010         INTO EXCEPTION-LINE.
015020     WRITE EXCEPTION-LINE.
015030     GO TO 2310-EXIT.
015040 2310-EXIT.
015050     EXIT.
015060*
015070******************************************************************
015080* 2320-VERIFY-SERIES-SHOW - check one performance of the
015090* series before anything is reserved: the show must be on
015100* file and not yet played, the row/seat must exist in its
015110* venue with its row priced, and the seat must be open,
015120* unsold, or already this order's own from a run that abended
015130* partway (that show has nothing left to do and is skipped by
015140* the apply pass).
015150******************************************************************
015160 2320-VERIFY-SERIES-SHOW.
015170     MOVE SPACES TO WS-BSER-REASON.
015180     MOVE WS-BSER-SHOW-ID(WS-BSER-IX) TO SM-SHOW-ID.
015190     READ SHOW-MASTER-FILE
015200         INVALID KEY
015210             MOVE "SHOW NOT ON FILE" TO WS-BSER-REASON
015220             GO TO 2320-CONFLICT
015230     END-READ.
015240     IF SM-SHOW-DATE < WS-TODAY
015250         MOVE "SHOW DATE HAS PASSED" TO WS-BSER-REASON
015260         GO TO 2320-CONFLICT
015270     END-IF.
015280     MOVE SM-VENUE-ID TO VM-VENUE-ID.
015290     READ VENUE-MASTER-FILE
015300         INVALID KEY
015310             MOVE "VENUE NOT ON FILE" TO WS-BSER-REASON
015320             GO TO 2320-CONFLICT
015330     END-READ.
015340     IF TR-ROW > VM-NUM-ROWS OR TR-SEAT > VM-NUM-SEATS
015350         OR TR-ROW < 1 OR TR-SEAT < 1
015360         MOVE "ROW/SEAT OUTSIDE VENUE" TO WS-BSER-REASON
015370         GO TO 2320-CONFLICT
015380     END-IF.
015390     MOVE VM-VENUE-ID TO SA-VENUE-ID.
015400     MOVE TR-ROW TO SA-ROW.
015410     MOVE TR-SEAT TO SA-SEAT.
015420     PERFORM 2003-CHECK-SEAT-KILLED THRU 2003-EXIT.
015430     IF WS-SEAT-KILLED
015440         MOVE "SEAT IS KILLED" TO WS-BSER-REASON
015450         GO TO 2320-CONFLICT
015460     END-IF.
015470     MOVE WS-BSER-SHOW-ID(WS-BSER-IX) TO RP-SHOW-ID.
015480     MOVE TR-ROW TO RP-ROW.
015490     READ ROW-PRICE-FILE
015500         INVALID KEY
015510             MOVE "ROW HAS NO PRICE ON FILE" TO WS-BSER-REASON
015520             GO TO 2320-CONFLICT
015530     END-READ.
015540     MOVE WS-BSER-SHOW-ID(WS-BSER-IX) TO SS-SHOW-ID.
015550     MOVE TR-ROW TO SS-ROW.
015560     MOVE TR-SEAT TO SS-SEAT.
015570     READ SEAT-STATUS-FILE
015580         INVALID KEY
015590             MOVE 'C' TO WS-BSER-STATE(WS-BSER-IX)
015600             GO TO 2320-NEXT
015610     END-READ.
015620     IF SS-STATUS = 'L'
015630         MOVE 'O' TO WS-BSER-STATE(WS-BSER-IX)
015640         GO TO 2320-NEXT
015650     END-IF.
015660     IF (SS-STATUS = 'X' OR SS-STATUS = 'A')
015670         AND SS-CUSTOMER-ID = TR-CUSTOMER-ID
015680         AND SS-CUSTOMER-NAME = WS-CUST-NAME-OUT
015690         MOVE 'A' TO WS-BSER-STATE(WS-BSER-IX)
015700         GO TO 2320-NEXT
015710     END-IF.
015720     IF SS-STATUS = 'H'
015730         MOVE "SEAT ON HOLD" TO WS-BSER-REASON
015740     ELSE
015750         MOVE "SEAT ALREADY SOLD" TO WS-BSER-REASON
015760     END-IF.
015770     MOVE 'Y' TO WS-BSER-STALE-SW.
015780 2320-CONFLICT.
015790     MOVE 'X' TO WS-BSER-STATE(WS-BSER-IX).
015800     ADD 1 TO WS-BSER-CONFLICTS.
015810     PERFORM 2310-WRITE-SERIES-NOTE THRU 2310-EXIT.
015820 2320-NEXT.
015830     ADD 1 TO WS-BSER-IX.
015840     GO TO 2320-EXIT.
015850 2320-EXIT.
015860     EXIT.
015870*
015880******************************************************************
015890* 2330-APPLY-SERIES-SHOW - reserve the series seat on one
015900* verified performance, pricing it off that show's own row
015910* price and logging the audit, payment and confirmation the
015920* way a single reservation does.
015930******************************************************************
015940 2330-APPLY-SERIES-SHOW.
015950     IF WS-BSER-STATE(WS-BSER-IX) = 'A'
015960         GO TO 2330-NEXT
015970     END-IF.
015980     MOVE WS-BSER-SHOW-ID(WS-BSER-IX) TO SM-SHOW-ID.
015990     READ SHOW-MASTER-FILE
016000         INVALID KEY
016010             GO TO 2330-NEXT
016020     END-READ.
016030     MOVE SM-VENUE-ID TO VM-VENUE-ID.
016040     READ VENUE-MASTER-FILE
016050         INVALID KEY
016060             GO TO 2330-NEXT
016070     END-READ.
016080     MOVE WS-BSER-SHOW-ID(WS-BSER-IX) TO WS-APPLY-SHOW-ID.
016090     MOVE TR-ROW TO WS-APPLY-ROW.
016100     MOVE TR-SEAT TO WS-APPLY-SEAT.
016110     PERFORM 2290-ASSIGN-TICKET-NUMBER THRU 2290-EXIT.
016120     PERFORM 2009-PRICE-THE-SEAT THRU 2009-EXIT.
016130     MOVE WS-BSER-SHOW-ID(WS-BSER-IX) TO SS-SHOW-ID.
016140     MOVE TR-ROW TO SS-ROW.
016150     MOVE TR-SEAT TO SS-SEAT.
016160     IF WS-BSER-STATE(WS-BSER-IX) = 'O'
016170         READ SEAT-STATUS-FILE
016180             INVALID KEY
016190                 GO TO 2330-NEXT
016200         END-READ
016210     END-IF.
016220     IF WS-BSER-STATE(WS-BSER-IX) = 'C'
016230         MOVE 'A' TO WS-JRNL-ACTION
016240         MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
016250     ELSE
016260         MOVE 'C' TO WS-JRNL-ACTION
016270         MOVE SEAT-STATUS-RECORD TO WS-JRNL-BEFORE-IMAGE
016280     END-IF.
016290     MOVE 'X' TO SS-STATUS.
016300     MOVE TR-CUSTOMER-ID TO SS-CUSTOMER-ID.
016310     MOVE WS-CUST-NAME-OUT TO SS-CUSTOMER-NAME.
016320     MOVE WS-CUST-PHONE-OUT TO SS-CUSTOMER-PHONE.
016330     MOVE WS-APPLY-TICKET TO SS-TICKET-NUMBER.
016340     MOVE WS-APPLY-PRICE-TYPE TO SS-PRICE-TYPE.
016350     MOVE WS-APPLY-PRICE TO SS-SALE-PRICE.
016360     MOVE ZERO TO SS-HOLD-DATE.
016370     MOVE ZERO TO SS-HOLD-TIME.
016380     IF WS-BSER-STATE(WS-BSER-IX) = 'C'
016390         WRITE SEAT-STATUS-RECORD
016400     ELSE
016410         REWRITE SEAT-STATUS-RECORD
016420     END-IF.
016430     PERFORM 2037-WRITE-SEAT-JOURNAL THRU 2037-EXIT.
016440     MOVE "RESERVE " TO AL-ACTION.
016450     PERFORM 2030-WRITE-AUDIT-RECORD THRU 2030-EXIT.
016460     MOVE "SALE" TO PL-PAY-TYPE.
016470     PERFORM 2035-WRITE-PAYMENT-RECORD THRU 2035-EXIT.
016480     PERFORM 2050-WRITE-CONFIRMATION THRU 2050-EXIT.
016490 2330-NEXT.
016500     ADD 1 TO WS-BSER-IX.
016510     GO TO 2330-EXIT.
016520 2330-EXIT.
016530     EXIT.
016540*
016550******************************************************************
016560* 2040-TAKE-CHECKPOINT - rewrite the restart file with the run
016570* still marked in-flight ('I'), the last transaction number
016580* processed, and the run totals so far. A rerun after an abend
016590* resumes from here; the final checkpoint at end of run flips
016600* the status to complete ('C') so the next night starts fresh.
016610******************************************************************
016620 2040-TAKE-CHECKPOINT.
016630     OPEN OUTPUT RESTART-FILE.
016640     MOVE 'I' TO CH-RUN-STATUS.
016650     MOVE WS-LAST-TRAN-PROCESSED TO CH-LAST-TRAN.
016660     MOVE WS-TRANS-READ TO CH-TRANS-READ.
016670     MOVE WS-TRANS-APPLIED TO CH-TRANS-APPLIED.
016680     MOVE WS-TRANS-EXCEPTION TO CH-TRANS-EXCEPTION.
016690     MOVE WS-TRANS-STALE TO CH-TRANS-STALE.
016700     MOVE WS-PAY-AMOUNT-TOTAL TO CH-PAY-AMOUNT.
016710     WRITE CHECKPOINT-RECORD.
016720     CLOSE RESTART-FILE.
016730     MOVE ZERO TO WS-SINCE-CHECKPOINT.
016740     GO TO 2040-EXIT.
016750 2040-EXIT.
016760     EXIT.
016770*
016780******************************************************************
016790* 9000-TERMINATE - mark the checkpoint complete, print the run
016800* totals, close the files, and end the run.
016810******************************************************************
016820 9000-TERMINATE.
016830     OPEN OUTPUT RESTART-FILE.
016840     MOVE 'C' TO CH-RUN-STATUS.
016850     MOVE WS-LAST-TRAN-PROCESSED TO CH-LAST-TRAN.
016860     MOVE WS-TRANS-READ TO CH-TRANS-READ.
016870     MOVE WS-TRANS-APPLIED TO CH-TRANS-APPLIED.
016880     MOVE WS-TRANS-EXCEPTION TO CH-TRANS-EXCEPTION.
016890     MOVE WS-TRANS-STALE TO CH-TRANS-STALE.
016900     MOVE WS-PAY-AMOUNT-TOTAL TO CH-PAY-AMOUNT.
016910     WRITE CHECKPOINT-RECORD.
016920     CLOSE RESTART-FILE.
016930     MOVE WS-TRANS-READ TO WS-TRANS-READ-EDIT.
016940     MOVE WS-TRANS-APPLIED TO WS-TRANS-APPLIED-EDIT.
016950     MOVE WS-TRANS-EXCEPTION TO WS-TRANS-EXCEPT-EDIT.
016960     MOVE WS-TRANS-SKIPPED TO WS-TRANS-SKIPPED-EDIT.
016970     MOVE WS-TRANS-STALE TO WS-TRANS-STALE-EDIT.
016980     MOVE SPACES TO EXCEPTION-LINE.
016990     WRITE EXCEPTION-LINE.
017000     STRING "SOLD AGAINST STALE AVAILABILITY: " DELIMITED BY SIZE
017010            WS-TRANS-STALE-EDIT DELIMITED BY SIZE
017020            " (SEAT ALREADY SOLD OR ON HOLD)" DELIMITED BY SIZE
017030         INTO EXCEPTION-LINE.
017040     WRITE EXCEPTION-LINE.
017050     DISPLAY "Transactions read     : " WS-TRANS-READ-EDIT.
017060     DISPLAY "Transactions applied  : " WS-TRANS-APPLIED-EDIT.
017070     DISPLAY "Transactions excepted : " WS-TRANS-EXCEPT-EDIT.
017080     DISPLAY "Transactions skipped  : " WS-TRANS-SKIPPED-EDIT.
017090     DISPLAY "Sold against stale    : " WS-TRANS-STALE-EDIT.
017100     MOVE WS-WAIT-FILLED TO WS-WAIT-FILLED-EDIT.
017110     DISPLAY "Waitlist seats filled : " WS-WAIT-FILLED-EDIT.
017120     CLOSE TRANSACTION-FILE.
017130     CLOSE EXCEPTION-REPORT.
017140     CLOSE SHOW-MASTER-FILE.
017150     CLOSE VENUE-MASTER-FILE.
017160     CLOSE CUSTOMER-MASTER-FILE.
017170     CLOSE ROW-PRICE-FILE.
017180     CLOSE TICKET-PRINT-FILE.
017190     CLOSE PAYMENT-LEDGER-FILE.
017200     IF WS-SERIES-AVAILABLE
017210         CLOSE SERIES-MASTER-FILE
017220     END-IF.
017230     IF WS-ATTR-AVAILABLE
017240         CLOSE SEAT-ATTRIBUTE-FILE
017250     END-IF.
017260     IF WS-FEE-AVAILABLE
017270         CLOSE FEE-SCHEDULE-FILE
017280     END-IF.
017290     CLOSE WAITLIST-FILE.
017300     CLOSE SEAT-STATUS-FILE.
017310     CLOSE AUDIT-LOG-FILE.
017320     CLOSE SEAT-JOURNAL-FILE.
017330     MOVE 'C' TO WS-BCTL-FINAL-STATUS.
017340     PERFORM 9100-POST-BATCH-CONTROL THRU 9100-EXIT.
017350     GO TO 9000-EXIT.
017360 9000-EXIT.
017370     EXIT.
017380*
017390******************************************************************
017400* 9100-POST-BATCH-CONTROL - post the run's final status ('C'
017410* complete or 'F' failed, set by the caller), the end time and
017420* the control totals to this job's BATCHCTL record - the
017430* transaction counts, and as the control amount the money this
017440* run posted to the payment ledger. Nothing is posted for a run
017450* that never got as far as posting itself running.
017460******************************************************************
017470 9100-POST-BATCH-CONTROL.
017480     IF NOT WS-BCTL-POSTED
017490         GO TO 9100-EXIT
017500     END-IF.
017510     OPEN I-O BATCH-CONTROL-FILE.
017520     IF WS-BCTL-FILE-STATUS NOT = "00"
017530         DISPLAY "SEAT-BATCH-UPDATE: BATCHCTL NOT AVAILABLE, "
017540             "FILE STATUS " WS-BCTL-FILE-STATUS
017550             " - RUN STATUS NOT POSTED"
017560         MOVE 16 TO RETURN-CODE
017570         GO TO 9100-EXIT
017580     END-IF.
017590     MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE.
017600     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
017610     READ BATCH-CONTROL-FILE
017620         INVALID KEY
017630             MOVE 'N' TO WS-BCTL-ON-FILE-SW
017640             MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE
017650             MOVE WS-BCTL-JOB TO BC-JOB-NAME
017660             MOVE ZERO TO BC-START-DATE
017670             MOVE ZERO TO BC-START-TIME
017680             MOVE 1 TO BC-RUN-COUNT
017690             MOVE SPACES TO BC-OVERRIDE-ID
017700         NOT INVALID KEY
017710             MOVE 'Y' TO WS-BCTL-ON-FILE-SW
017720     END-READ.
017730     MOVE WS-BCTL-FINAL-STATUS TO BC-STATUS.
017740     ACCEPT BC-END-DATE FROM DATE.
017750     ACCEPT BC-END-TIME FROM TIME.
017760     MOVE WS-TRANS-READ TO BC-RECORDS-READ.
017770     MOVE WS-TRANS-APPLIED TO BC-RECORDS-WRITTEN.
017780     MOVE WS-TRANS-EXCEPTION TO BC-RECORDS-REJECTED.
017790     MOVE WS-PAY-AMOUNT-TOTAL TO BC-CONTROL-AMOUNT.
017800     IF WS-BCTL-ON-FILE
017810         REWRITE BATCH-CONTROL-RECORD
017820     ELSE
017830         WRITE BATCH-CONTROL-RECORD
017840     END-IF.
017850     CLOSE BATCH-CONTROL-FILE.
017860     GO TO 9100-EXIT.
017870 9100-EXIT.
017880     EXIT.
017890*
017900 END PROGRAM SEAT-BATCH-UPDATE.
