000010******************************************************************
000020* PROGRAM:     SHOW-CANCEL-REFUND
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:     On-demand batch step - cancel a performance that
000080*              has been called off. Driven by the show ID and
000090*              reason code on CNCLPARM, it refunds every sold
000100*              ('X') and attended ('A') seat of the show at the
000110*              seat's own sale price, to the tender the ticket was
000120*              originally paid with on the payment ledger, and
000130*              logs a CANCEL for each to the audit trail under the
000140*              SHOWCNCL batch operator. Holds on the show are
000150*              released, its waitlist entries are purged, one
000160*              refund notice is printed per patron, and a control
000170*              report totals the seats refunded and money returned
000180*              by tender so finance and the cash-up see the
000190*              cancellation as one event rather than hundreds of
000200*              counter refunds.
000210* TECTONICS:   cobc
000220******************************************************************
000230* MODIFICATION HISTORY
000240*  DATE       INIT DESCRIPTION
000250*  15/10/2026 AG   Original cancelled-performance refund program.
000260*  15/10/2026 AG   The original tender is now found by ticket
000270*                  number across every show's sales, so a ticket
000280*                  exchanged onto this show from another one
000290*                  still refunds to the tender it was bought with.
000300*  15/10/2026 AG   A ticket bought with a gift or credit voucher
000310*                  is refunded back onto that voucher (VOUCHMST),
000320*                  its expiry put a year out if it had lapsed,
000330*                  and vouchers get their own control total.
000340*  15/10/2026 AG   Each refund carries the same face value, fee
000350*                  and sales tax breakdown a counter cancel
000360*                  would post, under the show's (or venue's)
000370*                  FEESCHED schedule, and the control report
000380*                  totals the money returned by component.
000390*  15/10/2026 AG   Every seat refunded or hold released is now
000400*                  journalled (before and after image, time,
000410*                  program and operator) to SEATJRNL for
000420*                  forward recovery of SEATSTAT.
000430*  15/10/2026 AG   A ticket reissued after loss or theft is
000440*                  traced back through VOIDTKT to the number its
000450*                  sale was posted under, so it refunds to the
000460*                  tender it was bought with.
000470*  15/10/2026 AG   A refund now reverses the face value, fee and
000480*                  tax split the ticket was sold with (netted
000490*                  with any exchange differences since) rather
000500*                  than splitting afresh under today's FEESCHED,
000510*                  which is kept for a ticket with no sale found.
000520*  15/10/2026 AG   A lapsed voucher credited on 29 February now
000530*                  runs to 28 February of the next year instead
000540*                  of an expiry date that does not exist.
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. SHOW-CANCEL-REFUND.
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT SEAT-STATUS-FILE ASSIGN TO "SEATSTAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS SS-KEY
000650         FILE STATUS IS WS-SEAT-FILE-STATUS.
000660     SELECT SHOW-MASTER-FILE ASSIGN TO "SHOWMSTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS SM-SHOW-ID
000700         FILE STATUS IS WS-SHOW-FILE-STATUS.
000710     SELECT ROW-PRICE-FILE ASSIGN TO "ROWPRICE"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RP-KEY
000750         FILE STATUS IS WS-PRICE-FILE-STATUS.
000760     SELECT PAYMENT-LEDGER-FILE ASSIGN TO "PAYLEDGR"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-PAY-FILE-STATUS.
000790     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000820     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS WL-KEY
000860         FILE STATUS IS WS-WAIT-FILE-STATUS.
000870     SELECT CANCEL-PARM-FILE ASSIGN TO "CNCLPARM"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-PARM-FILE-STATUS.
000900     SELECT CANCEL-REPORT ASSIGN TO "CNCLRPT"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-RPT-FILE-STATUS.
000930     SELECT REFUND-NOTICE-FILE ASSIGN TO "CNCLNOTC"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-NOTC-FILE-STATUS.
000960     SELECT VOUCHER-MASTER-FILE ASSIGN TO "VOUCHMST"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS VC-VOUCHER-NUMBER
001000         FILE STATUS IS WS-VCH-FILE-STATUS.
001010     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS FS-KEY
001050         FILE STATUS IS WS-FEE-FILE-STATUS.
001060     SELECT SEAT-JOURNAL-FILE ASSIGN TO "SEATJRNL"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-JRNL-FILE-STATUS.
001090     SELECT VOIDED-TICKET-FILE ASSIGN TO "VOIDTKT"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001120         RECORD KEY IS VT-TICKET-NUMBER
001130         FILE STATUS IS WS-VOID-FILE-STATUS.
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  SEAT-STATUS-FILE.
001170     COPY SEATSTAT.
001180 FD  SHOW-MASTER-FILE.
001190     COPY SHOWMSTR.
001200 FD  ROW-PRICE-FILE.
001210     COPY ROWPRICE.
001220 FD  PAYMENT-LEDGER-FILE.
001230     COPY PAYLEDGR.
001240 FD  AUDIT-LOG-FILE.
001250     COPY AUDITLOG.
001260 FD  WAITLIST-FILE.
001270     COPY WAITLIST.
001280 FD  CANCEL-PARM-FILE.
001290 01  CANCEL-PARM-RECORD.
001300     05 CP-SHOW-ID               PIC X(04).
001310     05 CP-REASON-CODE           PIC X(01).
001320 FD  CANCEL-REPORT.
001330 01  REPORT-LINE                 PIC X(132).
001340 FD  REFUND-NOTICE-FILE.
001350 01  NOTICE-LINE                 PIC X(80).
001360 FD  VOUCHER-MASTER-FILE.
001370     COPY VOUCHMST.
001380 FD  FEE-SCHEDULE-FILE.
001390     COPY FEESCHED.
001400 FD  SEAT-JOURNAL-FILE.
001410     COPY SEATJRNL.
001420 FD  VOIDED-TICKET-FILE.
001430     COPY VOIDTKT.
001440 WORKING-STORAGE SECTION.
001450 01  WS-SEAT-FILE-STATUS         PIC X(02).
001460 01  WS-SHOW-FILE-STATUS         PIC X(02).
001470 01  WS-PRICE-FILE-STATUS        PIC X(02).
001480 01  WS-PAY-FILE-STATUS          PIC X(02).
001490 01  WS-AUDIT-FILE-STATUS        PIC X(02).
001500 01  WS-WAIT-FILE-STATUS         PIC X(02).
001510 01  WS-PARM-FILE-STATUS         PIC X(02).
001520 01  WS-RPT-FILE-STATUS          PIC X(02).
001530 01  WS-NOTC-FILE-STATUS         PIC X(02).
001540 01  WS-VCH-FILE-STATUS          PIC X(02).
001550 01  WS-FEE-FILE-STATUS          PIC X(02).
001560 01  WS-JRNL-FILE-STATUS         PIC X(02).
001570 01  WS-VOID-FILE-STATUS         PIC X(02).
001580 01  WS-JRNL-BEFORE-IMAGE        PIC X(92).
001590 01  WS-FEE-AVAIL-SW             PIC X(01) VALUE 'N'.
001600     88 WS-FEE-AVAILABLE                     VALUE 'Y'.
001610 01  WS-FEE-LEFT                 PIC 9(05)V99.
001620 01  WS-TODAY                    PIC 9(08).
001630 01  WS-VCH-EXPIRY               PIC 9(08).
001640 01  FILLER REDEFINES WS-VCH-EXPIRY.
001650     05 WS-VCH-EXPIRY-YYYY       PIC 9(04).
001660     05 WS-VCH-EXPIRY-MMDD       PIC 9(04).
001670 01  WS-PAY-EOF-SW               PIC X(01) VALUE 'N'.
001680     88 WS-PAY-EOF                           VALUE 'Y'.
001690 01  WS-PAY-OPEN-SW              PIC X(01) VALUE 'N'.
001700     88 WS-PAY-OPEN                          VALUE 'Y'.
001710 01  WS-SEAT-DONE-SW             PIC X(01) VALUE 'N'.
001720     88 WS-SEAT-DONE                         VALUE 'Y'.
001730 01  WS-WAIT-DONE-SW             PIC X(01) VALUE 'N'.
001740     88 WS-WAIT-DONE                         VALUE 'Y'.
001750 01  WS-SALE-FULL-SW             PIC X(01) VALUE 'N'.
001760     88 WS-SALE-FULL                         VALUE 'Y'.
001770 01  WS-REFUND-FULL-SW           PIC X(01) VALUE 'N'.
001780     88 WS-REFUND-FULL                       VALUE 'Y'.
001790 01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
001800     88 WS-ENTRY-FOUND                       VALUE 'Y'.
001810 01  WS-SALE-FOUND-SW            PIC X(01) VALUE 'N'.
001820     88 WS-SALE-FOUND                        VALUE 'Y'.
001830 01  WS-SHOW-ID                  PIC X(04) VALUE SPACES.
001840 01  WS-REASON-CODE              PIC X(01) VALUE SPACE.
001850     88 WS-REASON-KNOWN          VALUE 'W' 'I' 'V' 'O'.
001860 01  WS-REASON-TEXT              PIC X(20) VALUE SPACES.
001870******************************************************************
001880* The tickets on the show's sold and attended seats are read
001890* off the seat file first, then their SALE payments off the
001900* ledger, before any seat is touched, so each refund can go
001910* back to the tender the ticket was actually paid with. A
001920* ticket matches on its number alone, and on whatever show it
001930* was sold for: a ticket exchanged onto this show keeps its
001940* number but its sale stays on the show it was bought for.
001950* A sale part-paid by voucher keeps the voucher it was paid
001960* with, so the whole ticket goes back onto that voucher. A
001970* ticket reissued after loss or theft is traced back to the
001980* number it was sold under (WS-ST-ORIG-TICKET). The amount and
001990* its face value, fees and tax are what the ticket's sale took,
002000* plus any exchange upcharge and less any exchange refund, so
002010* the refund can reverse exactly that.
002020******************************************************************
002030 01  WS-SALE-TABLE.
002040     05 WS-SALE-ENTRY OCCURS 1000 TIMES.
002050         10 WS-ST-TICKET         PIC X(10).
002060         10 WS-ST-ORIG-TICKET    PIC X(10).
002070         10 WS-ST-TENDER         PIC X(01).
002080         10 WS-ST-VOUCHER        PIC X(10).
002090         10 WS-ST-AMOUNT         PIC S9(07)V99.
002100         10 WS-ST-FACE           PIC S9(07)V99.
002110         10 WS-ST-BKFEE          PIC S9(07)V99.
002120         10 WS-ST-FCFEE          PIC S9(07)V99.
002130         10 WS-ST-TAX            PIC S9(07)V99.
002140 01  WS-SALE-COUNT               PIC 9(04) COMP VALUE ZERO.
002150 01  WS-SALE-IX                  PIC 9(04) COMP.
002160******************************************************************
002170* Reissued tickets off VOIDTKT: each new number against the
002180* number it replaced. The file is keyed on the old number only,
002190* so it is read once into this table and a ticket is traced
002200* back through it one reissue at a time.
002210******************************************************************
002220 01  WS-VOID-TABLE.
002230     05 WS-VOID-ENTRY OCCURS 5000 TIMES.
002240         10 WS-VD-NEW-TICKET     PIC X(10).
002250         10 WS-VD-OLD-TICKET     PIC X(10).
002260 01  WS-VOID-COUNT               PIC 9(04) COMP VALUE ZERO.
002270 01  WS-VX                       PIC 9(04) COMP.
002280 01  WS-VOID-DONE-SW             PIC X(01) VALUE 'N'.
002290     88 WS-VOID-DONE                         VALUE 'Y'.
002300 01  WS-VOID-FULL-SW             PIC X(01) VALUE 'N'.
002310     88 WS-VOID-FULL                         VALUE 'Y'.
002320 01  WS-TRACE-FIELDS.
002330     05 WS-TRACE-TICKET          PIC X(10).
002340     05 WS-TRACE-STEPS           PIC 9(02) COMP.
002350     05 WS-TRACE-DONE-SW         PIC X(01).
002360         88 WS-TRACE-DONE                    VALUE 'Y'.
002370     05 WS-TRACE-FOUND-SW        PIC X(01).
002380         88 WS-TRACE-FOUND                   VALUE 'Y'.
002390******************************************************************
002400* One row per seat refunded and one per patron holding them, so
002410* the notices can be printed a patron at a time after the seat
002420* file has been walked in key order.
002430******************************************************************
002440 01  WS-REFUND-TABLE.
002450     05 WS-REFUND-ENTRY OCCURS 400 TIMES.
002460         10 WS-RT-ROW            PIC 9(02).
002470         10 WS-RT-SEAT           PIC 9(02).
002480         10 WS-RT-TICKET         PIC X(10).
002490         10 WS-RT-TENDER         PIC X(01).
002500         10 WS-RT-VOUCHER        PIC X(10).
002510         10 WS-RT-AMOUNT         PIC 9(05)V99.
002520         10 WS-RT-PATRON         PIC 9(03) COMP.
002530 01  WS-REFUND-COUNT             PIC 9(03) COMP VALUE ZERO.
002540 01  WS-PATRON-TABLE.
002550     05 WS-PATRON-ENTRY OCCURS 400 TIMES.
002560         10 WS-PT-CUSTOMER-ID    PIC X(06).
002570         10 WS-PT-NAME           PIC X(30).
002580         10 WS-PT-PHONE          PIC X(15).
002590         10 WS-PT-AMOUNT         PIC 9(07)V99.
002600 01  WS-PATRON-COUNT             PIC 9(03) COMP VALUE ZERO.
002610 01  WS-IX                       PIC 9(04) COMP.
002620 01  WS-FOUND-IX                 PIC 9(04) COMP.
002630 01  WS-PX                       PIC 9(03) COMP.
002640 01  WS-SEAT-FIELDS.
002650     05 WS-SEAT-PRICE            PIC 9(05)V99.
002660     05 WS-TENDER-TYPE           PIC X(01).
002670         88 WS-TENDER-CASH                   VALUE 'C'.
002680         88 WS-TENDER-CARD                   VALUE 'D'.
002690         88 WS-TENDER-COMP                   VALUE 'P'.
002700         88 WS-TENDER-VOUCHER                VALUE 'V'.
002710     05 WS-VOUCHER-NUMBER        PIC X(10).
002720     05 WS-REFUND-AMOUNT         PIC 9(05)V99.
002730 01  WS-PRINT-FIELDS.
002740     05 WS-ROW-DISP              PIC 9(02).
002750     05 WS-SEAT-DISP             PIC 9(02).
002760     05 WS-TENDER-TEXT           PIC X(04).
002770     05 WS-AMOUNT-EDIT           PIC ZZ,ZZ9.99.
002780     05 WS-PATRON-AMOUNT-EDIT    PIC Z,ZZZ,ZZ9.99.
002790     05 WS-COUNT-EDIT            PIC ZZ,ZZ9.
002800     05 WS-TOTAL-EDIT            PIC Z,ZZZ,ZZ9.99.
002810 01  WS-RUN-TOTALS.
002820     05 WS-CASH-SEATS            PIC 9(05) COMP VALUE ZERO.
002830     05 WS-CASH-AMOUNT           PIC 9(07)V99 VALUE ZERO.
002840     05 WS-CARD-SEATS            PIC 9(05) COMP VALUE ZERO.
002850     05 WS-CARD-AMOUNT           PIC 9(07)V99 VALUE ZERO.
002860     05 WS-VCH-SEATS             PIC 9(05) COMP VALUE ZERO.
002870     05 WS-VCH-AMOUNT            PIC 9(07)V99 VALUE ZERO.
002880     05 WS-COMP-SEATS            PIC 9(05) COMP VALUE ZERO.
002890     05 WS-SEATS-REFUNDED        PIC 9(05) COMP VALUE ZERO.
002900     05 WS-TOTAL-REFUNDED        PIC 9(07)V99 VALUE ZERO.
002910     05 WS-FACE-REFUNDED         PIC 9(07)V99 VALUE ZERO.
002920     05 WS-BKFEE-REFUNDED        PIC 9(07)V99 VALUE ZERO.
002930     05 WS-FCFEE-REFUNDED        PIC 9(07)V99 VALUE ZERO.
002940     05 WS-TAX-REFUNDED          PIC 9(07)V99 VALUE ZERO.
002950     05 WS-NO-SALE-SEATS         PIC 9(05) COMP VALUE ZERO.
002960     05 WS-HOLDS-RELEASED        PIC 9(05) COMP VALUE ZERO.
002970     05 WS-WAIT-PURGED           PIC 9(05) COMP VALUE ZERO.
002980     05 WS-NOTICES-PRINTED       PIC 9(05) COMP VALUE ZERO.
002990 PROCEDURE DIVISION.
003000 0000-MAINLINE.
003010     DISPLAY "Show Cancel Refund".
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003030     PERFORM 1100-LOAD-SALE THRU 1100-EXIT
003040         UNTIL WS-PAY-EOF.
003050     PERFORM 1200-OPEN-FOR-UPDATE THRU 1200-EXIT.
003060     PERFORM 2000-CANCEL-SEAT THRU 2000-EXIT
003070         UNTIL WS-SEAT-DONE.
003080     PERFORM 3000-PURGE-WAITLIST THRU 3000-EXIT.
003090     MOVE 1 TO WS-PX.
003100     PERFORM 4000-PRINT-NOTICE THRU 4000-EXIT
003110         UNTIL WS-PX > WS-PATRON-COUNT.
003120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003130     STOP RUN.
003140*
003150******************************************************************
003160* 1000-INITIALIZE - open the control report, pick up the show to
003170* cancel and the reason it was called off, confirm the show is
003180* on the master, take the reissued ticket numbers off VOIDTKT
003190* (optional - without it no ticket is traced) and the show's
003200* ticket numbers off the seat file, and open the payment ledger
003210* to read back their sales.
003220* Nothing is refunded without a show ID and a known reason
003230* code; a cancellation is never run on a default.
003240******************************************************************
003250 1000-INITIALIZE.
003260     OPEN OUTPUT CANCEL-REPORT.
003270     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003280     OPEN INPUT CANCEL-PARM-FILE.
003290     IF WS-PARM-FILE-STATUS = "00"
003300         READ CANCEL-PARM-FILE
003310             AT END
003320                 CONTINUE
003330             NOT AT END
003340                 MOVE CP-SHOW-ID TO WS-SHOW-ID
003350                 MOVE CP-REASON-CODE TO WS-REASON-CODE
003360         END-READ
003370         CLOSE CANCEL-PARM-FILE
003380     END-IF.
003390     EVALUATE WS-REASON-CODE
003400         WHEN 'W'
003410             MOVE "WEATHER" TO WS-REASON-TEXT
003420         WHEN 'I'
003430             MOVE "ILLNESS" TO WS-REASON-TEXT
003440         WHEN 'V'
003450             MOVE "VENUE FAULT" TO WS-REASON-TEXT
003460         WHEN 'O'
003470             MOVE "OTHER CAUSE" TO WS-REASON-TEXT
003480         WHEN OTHER
003490             MOVE SPACES TO WS-REASON-TEXT
003500     END-EVALUATE.
003510     IF WS-SHOW-ID = SPACES OR NOT WS-REASON-KNOWN
003520         DISPLAY "SHOW-CANCEL-REFUND: CNCLPARM MUST CARRY A SHOW "
003530             "ID AND REASON CODE W, I, V OR O"
003540         MOVE "RUN ABORTED - NO SHOW ID OR REASON CODE"
003550             TO REPORT-LINE
003560         WRITE REPORT-LINE
003570         CLOSE CANCEL-REPORT
003580         STOP RUN
003590     END-IF.
003600     OPEN INPUT SHOW-MASTER-FILE.
003610     IF WS-SHOW-FILE-STATUS NOT = "00"
003620         DISPLAY "SHOW-CANCEL-REFUND: SHOWMSTR NOT AVAILABLE, "
003630             "FILE STATUS " WS-SHOW-FILE-STATUS
003640         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
003650     END-IF.
003660     MOVE WS-SHOW-ID TO SM-SHOW-ID.
003670     READ SHOW-MASTER-FILE
003680         INVALID KEY
003690             DISPLAY "SHOW-CANCEL-REFUND: SHOW " WS-SHOW-ID
003700                 " NOT ON SHOWMSTR"
003710             CLOSE SHOW-MASTER-FILE
003720             PERFORM 1090-ABORT-RUN THRU 1090-EXIT
003730     END-READ.
003740     MOVE SPACES TO REPORT-LINE.
003750     STRING "CANCELLED PERFORMANCE REFUND CONTROL REPORT - SHOW "
003760                DELIMITED BY SIZE
003770            WS-SHOW-ID DELIMITED BY SIZE
003780            " " DELIMITED BY SIZE
003790            SM-SHOW-NAME DELIMITED BY SIZE
003800            " " DELIMITED BY SIZE
003810            SM-SHOW-DATE DELIMITED BY SIZE
003820            " " DELIMITED BY SIZE
003830            SM-SHOW-TIME DELIMITED BY SIZE
003840         INTO REPORT-LINE.
003850     WRITE REPORT-LINE.
003860     MOVE SPACES TO REPORT-LINE.
003870     STRING "REASON " DELIMITED BY SIZE
003880            WS-REASON-CODE DELIMITED BY SIZE
003890            " " DELIMITED BY SIZE
003900            WS-REASON-TEXT DELIMITED BY SIZE
003910         INTO REPORT-LINE.
003920     WRITE REPORT-LINE.
003930     MOVE SPACES TO REPORT-LINE.
003940     WRITE REPORT-LINE.
003950     OPEN INPUT VOIDED-TICKET-FILE.
003960     IF WS-VOID-FILE-STATUS = "00"
003970         PERFORM 1040-LOAD-REISSUE THRU 1040-EXIT
003980             UNTIL WS-VOID-DONE
003990         CLOSE VOIDED-TICKET-FILE
004000     END-IF.
004010     OPEN INPUT SEAT-STATUS-FILE.
004020     IF WS-SEAT-FILE-STATUS NOT = "00"
004030         DISPLAY "SHOW-CANCEL-REFUND: SEATSTAT NOT AVAILABLE, "
004040             "FILE STATUS " WS-SEAT-FILE-STATUS
004050         CLOSE SHOW-MASTER-FILE
004060         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
004070     END-IF.
004080     MOVE WS-SHOW-ID TO SS-SHOW-ID.
004090     MOVE ZERO TO SS-ROW.
004100     MOVE ZERO TO SS-SEAT.
004110     START SEAT-STATUS-FILE KEY IS NOT LESS THAN SS-KEY
004120         INVALID KEY MOVE 'Y' TO WS-SEAT-DONE-SW
004130     END-START.
004140     PERFORM 1050-LOAD-TICKET THRU 1050-EXIT
004150         UNTIL WS-SEAT-DONE.
004160     CLOSE SEAT-STATUS-FILE.
004170     MOVE 'N' TO WS-SEAT-DONE-SW.
004180     OPEN INPUT PAYMENT-LEDGER-FILE.
004190     IF WS-PAY-FILE-STATUS NOT = "00"
004200         MOVE 'Y' TO WS-PAY-EOF-SW
004210     ELSE
004220         MOVE 'Y' TO WS-PAY-OPEN-SW
004230     END-IF.
004240     GO TO 1000-EXIT.
004250 1000-EXIT.
004260     EXIT.
004270*
004280******************************************************************
004290* 1090-ABORT-RUN - a file this run depends on could not be
004300* opened; close the report and end the run before any seat is
004310* refunded.
004320******************************************************************
004330 1090-ABORT-RUN.
004340     MOVE "RUN ABORTED - INPUT FILE NOT AVAILABLE" TO REPORT-LINE.
004350     WRITE REPORT-LINE.
004360     CLOSE CANCEL-REPORT.
004370     STOP RUN.
004380 1090-EXIT.
004390     EXIT.
004400*
004410******************************************************************
004420* 1040-LOAD-REISSUE - read the next VOIDTKT record and keep the
004430* number issued in its place against the voided number. A full
004440* table is reported once and the rest of the file left unread;
004450* a ticket that cannot be traced refunds like one with no sale
004460* on the ledger.
004470******************************************************************
004480 1040-LOAD-REISSUE.
004490     READ VOIDED-TICKET-FILE NEXT RECORD
004500         AT END
004510             MOVE 'Y' TO WS-VOID-DONE-SW
004520             GO TO 1040-EXIT
004530     END-READ.
004540     IF VT-NEW-TICKET-NUMBER = SPACES
004550         GO TO 1040-EXIT
004560     END-IF.
004570     IF WS-VOID-COUNT >= 5000
004580         MOVE 'Y' TO WS-VOID-FULL-SW
004590         MOVE 'Y' TO WS-VOID-DONE-SW
004600         MOVE "REISSUE TABLE FULL - SOME TICKETS NOT TRACED"
004610             TO REPORT-LINE
004620         WRITE REPORT-LINE
004630         GO TO 1040-EXIT
004640     END-IF.
004650     ADD 1 TO WS-VOID-COUNT.
004660     MOVE VT-NEW-TICKET-NUMBER TO WS-VD-NEW-TICKET(WS-VOID-COUNT).
004670     MOVE VT-TICKET-NUMBER TO WS-VD-OLD-TICKET(WS-VOID-COUNT).
004680     GO TO 1040-EXIT.
004690 1040-EXIT.
004700     EXIT.
004710*
004720******************************************************************
004730* 1050-LOAD-TICKET - read the show's next seat record and keep
004740* the ticket number of a sold or attended seat, and the number
004750* it was first sold under, with no tender or amounts yet. A
004760* full table is reported once; seats whose ticket could
004770* not be kept refund to the default tender like any seat with
004780* no sale on the ledger.
004790******************************************************************
004800 1050-LOAD-TICKET.
004810     READ SEAT-STATUS-FILE NEXT RECORD
004820         AT END
004830             MOVE 'Y' TO WS-SEAT-DONE-SW
004840             GO TO 1050-EXIT
004850     END-READ.
004860     IF SS-SHOW-ID NOT = WS-SHOW-ID
004870         MOVE 'Y' TO WS-SEAT-DONE-SW
004880         GO TO 1050-EXIT
004890     END-IF.
004900     IF SS-STATUS NOT = 'X' AND SS-STATUS NOT = 'A'
004910         GO TO 1050-EXIT
004920     END-IF.
004930     IF WS-SALE-COUNT >= 1000
004940         IF NOT WS-SALE-FULL
004950             MOVE 'Y' TO WS-SALE-FULL-SW
004960             MOVE "SALE TABLE FULL - SOME TENDERS DEFAULTED"
004970                 TO REPORT-LINE
004980             WRITE REPORT-LINE
004990         END-IF
005000         GO TO 1050-EXIT
005010     END-IF.
005020     ADD 1 TO WS-SALE-COUNT.
005030     MOVE SS-TICKET-NUMBER TO WS-ST-TICKET(WS-SALE-COUNT).
005040     MOVE SS-TICKET-NUMBER TO WS-TRACE-TICKET.
005050     PERFORM 1060-TRACE-REISSUE THRU 1060-EXIT.
005060     MOVE WS-TRACE-TICKET TO WS-ST-ORIG-TICKET(WS-SALE-COUNT).
005070     MOVE SPACE TO WS-ST-TENDER(WS-SALE-COUNT).
005080     MOVE SPACES TO WS-ST-VOUCHER(WS-SALE-COUNT).
005090     MOVE ZERO TO WS-ST-AMOUNT(WS-SALE-COUNT).
005100     MOVE ZERO TO WS-ST-FACE(WS-SALE-COUNT).
005110     MOVE ZERO TO WS-ST-BKFEE(WS-SALE-COUNT).
005120     MOVE ZERO TO WS-ST-FCFEE(WS-SALE-COUNT).
005130     MOVE ZERO TO WS-ST-TAX(WS-SALE-COUNT).
005140     GO TO 1050-EXIT.
005150 1050-EXIT.
005160     EXIT.
005170*
005180******************************************************************
005190* 1060-TRACE-REISSUE - follow the ticket number in
005200* WS-TRACE-TICKET back through the reissues, one at a time, to
005210* the number it was first sold under, and leave that in
005220* WS-TRACE-TICKET. A number never reissued is its own original.
005230* The trace gives up after 20 reissues so that a looped chain
005240* cannot hold the run.
005250******************************************************************
005260 1060-TRACE-REISSUE.
005270     MOVE ZERO TO WS-TRACE-STEPS.
005280     MOVE 'N' TO WS-TRACE-DONE-SW.
005290     PERFORM 1065-TRACE-STEP THRU 1065-EXIT
005300         UNTIL WS-TRACE-DONE.
005310     GO TO 1060-EXIT.
005320 1060-EXIT.
005330     EXIT.
005340*
005350 1065-TRACE-STEP.
005360     MOVE 'N' TO WS-TRACE-FOUND-SW.
005370     MOVE 1 TO WS-VX.
005380     PERFORM 1066-MATCH-REISSUE THRU 1066-EXIT
005390         UNTIL WS-TRACE-FOUND OR WS-VX > WS-VOID-COUNT.
005400     ADD 1 TO WS-TRACE-STEPS.
005410     IF NOT WS-TRACE-FOUND OR WS-TRACE-STEPS >= 20
005420         MOVE 'Y' TO WS-TRACE-DONE-SW
005430     END-IF.
005440     GO TO 1065-EXIT.
005450 1065-EXIT.
005460     EXIT.
005470*
005480 1066-MATCH-REISSUE.
005490     IF WS-VD-NEW-TICKET(WS-VX) = WS-TRACE-TICKET
005500         MOVE WS-VD-OLD-TICKET(WS-VX) TO WS-TRACE-TICKET
005510         MOVE 'Y' TO WS-TRACE-FOUND-SW
005520     END-IF.
005530     ADD 1 TO WS-VX.
005540     GO TO 1066-EXIT.
005550 1066-EXIT.
005560     EXIT.
005570*
005580******************************************************************
005590* 1100-LOAD-SALE - read the next payment ledger record and, when
005600* it is a sale of one of the show's tickets (on whatever show it
005610* was sold for), keep its tender against the ticket. The last
005620* match wins, so a ticket sold twice takes its latest tender,
005630* except that a voucher tender is never overwritten: the cash or
005640* card that made up a voucher's shortfall is a second SALE
005650* record for the same ticket. A sale, or an exchange difference
005660* (EXCH added, EXRF taken off), also adds its amount and split
005670* to what the ticket has taken.
005680******************************************************************
005690 1100-LOAD-SALE.
005700     READ PAYMENT-LEDGER-FILE
005710         AT END
005720             MOVE 'Y' TO WS-PAY-EOF-SW
005730             GO TO 1100-EXIT
005740     END-READ.
005750     IF PL-TICKET-NUMBER = SPACES
005760         GO TO 1100-EXIT
005770     END-IF.
005780     IF PL-PAY-TYPE NOT = "SALE" AND PL-PAY-TYPE NOT = "EXCH"
005790         AND PL-PAY-TYPE NOT = "EXRF"
005800         GO TO 1100-EXIT
005810     END-IF.
005820     MOVE 1 TO WS-IX.
005830     PERFORM 1110-MATCH-TICKET THRU 1110-EXIT
005840         UNTIL WS-IX > WS-SALE-COUNT.
005850     GO TO 1100-EXIT.
005860 1100-EXIT.
005870     EXIT.
005880*
005890 1110-MATCH-TICKET.
005900     IF WS-ST-TICKET(WS-IX) NOT = PL-TICKET-NUMBER
005910         AND WS-ST-ORIG-TICKET(WS-IX) NOT = PL-TICKET-NUMBER
005920         GO TO 1110-NEXT
005930     END-IF.
005940     IF PL-PAY-TYPE = "EXRF"
005950         SUBTRACT PL-AMOUNT FROM WS-ST-AMOUNT(WS-IX)
005960         SUBTRACT PL-FACE-VALUE FROM WS-ST-FACE(WS-IX)
005970         SUBTRACT PL-BOOKING-FEE FROM WS-ST-BKFEE(WS-IX)
005980         SUBTRACT PL-FACILITY-FEE FROM WS-ST-FCFEE(WS-IX)
005990         SUBTRACT PL-TAX-AMOUNT FROM WS-ST-TAX(WS-IX)
006000         GO TO 1110-NEXT
006010     END-IF.
006020     ADD PL-AMOUNT TO WS-ST-AMOUNT(WS-IX).
006030     ADD PL-FACE-VALUE TO WS-ST-FACE(WS-IX).
006040     ADD PL-BOOKING-FEE TO WS-ST-BKFEE(WS-IX).
006050     ADD PL-FACILITY-FEE TO WS-ST-FCFEE(WS-IX).
006060     ADD PL-TAX-AMOUNT TO WS-ST-TAX(WS-IX).
006070     IF PL-PAY-TYPE = "SALE"
006080         AND WS-ST-TENDER(WS-IX) NOT = 'V'
006090         MOVE PL-TENDER-TYPE TO WS-ST-TENDER(WS-IX)
006100         MOVE PL-VOUCHER-NUMBER TO WS-ST-VOUCHER(WS-IX)
006110     END-IF.
006120 1110-NEXT.
006130     ADD 1 TO WS-IX.
006140     GO TO 1110-EXIT.
006150 1110-EXIT.
006160     EXIT.
006170*
006180******************************************************************
006190* 1200-OPEN-FOR-UPDATE - with the sales read back, reopen the
006200* ledger for the refunds and open every file the cancellation
006210* writes, then position at the show's first seat record.
006220******************************************************************
006230 1200-OPEN-FOR-UPDATE.
006240     IF WS-PAY-OPEN
006250         CLOSE PAYMENT-LEDGER-FILE
006260     END-IF.
006270     OPEN I-O SEAT-STATUS-FILE.
006280     IF WS-SEAT-FILE-STATUS NOT = "00"
006290         DISPLAY "SHOW-CANCEL-REFUND: SEATSTAT NOT AVAILABLE, "
006300             "FILE STATUS " WS-SEAT-FILE-STATUS
006310         CLOSE SHOW-MASTER-FILE
006320         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
006330     END-IF.
006340     OPEN INPUT ROW-PRICE-FILE.
006350     OPEN EXTEND PAYMENT-LEDGER-FILE.
006360     IF WS-PAY-FILE-STATUS = "35"
006370         OPEN OUTPUT PAYMENT-LEDGER-FILE
006380         CLOSE PAYMENT-LEDGER-FILE
006390         OPEN EXTEND PAYMENT-LEDGER-FILE
006400     END-IF.
006410     OPEN EXTEND AUDIT-LOG-FILE.
006420     IF WS-AUDIT-FILE-STATUS = "35"
006430         OPEN OUTPUT AUDIT-LOG-FILE
006440         CLOSE AUDIT-LOG-FILE
006450         OPEN EXTEND AUDIT-LOG-FILE
006460     END-IF.
006470     OPEN EXTEND SEAT-JOURNAL-FILE.
006480     IF WS-JRNL-FILE-STATUS = "35"
006490         OPEN OUTPUT SEAT-JOURNAL-FILE
006500         CLOSE SEAT-JOURNAL-FILE
006510         OPEN EXTEND SEAT-JOURNAL-FILE
006520     END-IF.
006530     OPEN I-O WAITLIST-FILE.
006540     IF WS-WAIT-FILE-STATUS = "35"
006550         OPEN OUTPUT WAITLIST-FILE
006560         CLOSE WAITLIST-FILE
006570         OPEN I-O WAITLIST-FILE
006580     END-IF.
006590     OPEN OUTPUT REFUND-NOTICE-FILE.
006600     OPEN I-O VOUCHER-MASTER-FILE.
006610     IF WS-VCH-FILE-STATUS = "35"
006620         OPEN OUTPUT VOUCHER-MASTER-FILE
006630         CLOSE VOUCHER-MASTER-FILE
006640         OPEN I-O VOUCHER-MASTER-FILE
006650     END-IF.
006660*    The fee schedule is optional - with none on file every
006670*    refund is posted as face value throughout.
006680     OPEN INPUT FEE-SCHEDULE-FILE.
006690     IF WS-FEE-FILE-STATUS = "00"
006700         MOVE 'Y' TO WS-FEE-AVAIL-SW
006710     END-IF.
006720     MOVE "SEATS REFUNDED" TO REPORT-LINE.
006730     WRITE REPORT-LINE.
006740     MOVE WS-SHOW-ID TO SS-SHOW-ID.
006750     MOVE ZERO TO SS-ROW.
006760     MOVE ZERO TO SS-SEAT.
006770     START SEAT-STATUS-FILE KEY IS NOT LESS THAN SS-KEY
006780         INVALID KEY MOVE 'Y' TO WS-SEAT-DONE-SW
006790     END-START.
006800     GO TO 1200-EXIT.
006810 1200-EXIT.
006820     EXIT.
006830*
006840******************************************************************
006850* 2000-CANCEL-SEAT - read the show's next seat record and refund
006860* it when it is sold or attended, or release it when it is on
006870* hold. Open seats are left alone.
006880******************************************************************
006890 2000-CANCEL-SEAT.
006900     READ SEAT-STATUS-FILE NEXT RECORD
006910         AT END
006920             MOVE 'Y' TO WS-SEAT-DONE-SW
006930             GO TO 2000-EXIT
006940     END-READ.
006950     IF SS-SHOW-ID NOT = WS-SHOW-ID
006960         MOVE 'Y' TO WS-SEAT-DONE-SW
006970         GO TO 2000-EXIT
006980     END-IF.
006990     MOVE SEAT-STATUS-RECORD TO WS-JRNL-BEFORE-IMAGE.
007000     EVALUATE SS-STATUS
007010         WHEN 'X'
007020         WHEN 'A'
007030             PERFORM 2100-REFUND-SEAT THRU 2100-EXIT
007040         WHEN 'H'
007050             PERFORM 2200-RELEASE-HOLD THRU 2200-EXIT
007060         WHEN OTHER
007070             CONTINUE
007080     END-EVALUATE.
007090     GO TO 2000-EXIT.
007100 2000-EXIT.
007110     EXIT.
007120*
007130******************************************************************
007140* 2100-REFUND-SEAT - refund one sold seat. The amount is the
007150* seat's own sale price (a seat sold before sale prices were
007160* carried on the record refunds at its row price), paid back to
007170* the tender its sale was taken in; a comp refunds nothing, the
007180* same as a counter cancel. A seat with no sale on the ledger is
007190* refunded by card and counted apart on the control report so
007200* finance can confirm it. The refund and CANCEL are posted, the
007210* seat is noted for its patron's notice, and the seat is put
007220* back to open the way 2020-CANCEL-SEAT leaves it. A voucher
007230* sale is refunded onto its voucher by 2115-CREDIT-VOUCHER.
007240******************************************************************
007250 2100-REFUND-SEAT.
007260     IF SS-PRICE-TYPE NOT = SPACE
007270         MOVE SS-SALE-PRICE TO WS-SEAT-PRICE
007280     ELSE
007290         MOVE ZERO TO WS-SEAT-PRICE
007300         MOVE SS-SHOW-ID TO RP-SHOW-ID
007310         MOVE SS-ROW TO RP-ROW
007320         READ ROW-PRICE-FILE
007330             INVALID KEY
007340                 CONTINUE
007350             NOT INVALID KEY
007360                 MOVE RP-PRICE TO WS-SEAT-PRICE
007370         END-READ
007380     END-IF.
007390     PERFORM 2110-FIND-ORIGINAL-TENDER THRU 2110-EXIT.
007400     IF WS-TENDER-COMP
007410         MOVE ZERO TO WS-REFUND-AMOUNT
007420         ADD 1 TO WS-COMP-SEATS
007430     ELSE
007440         MOVE WS-SEAT-PRICE TO WS-REFUND-AMOUNT
007450     END-IF.
007460     IF WS-TENDER-VOUCHER
007470         PERFORM 2115-CREDIT-VOUCHER THRU 2115-EXIT
007480     END-IF.
007490     IF WS-TENDER-CASH
007500         ADD 1 TO WS-CASH-SEATS
007510         ADD WS-REFUND-AMOUNT TO WS-CASH-AMOUNT
007520     END-IF.
007530     IF WS-TENDER-CARD
007540         ADD 1 TO WS-CARD-SEATS
007550         ADD WS-REFUND-AMOUNT TO WS-CARD-AMOUNT
007560     END-IF.
007570     IF WS-TENDER-VOUCHER
007580         ADD 1 TO WS-VCH-SEATS
007590         ADD WS-REFUND-AMOUNT TO WS-VCH-AMOUNT
007600     END-IF.
007610     ADD 1 TO WS-SEATS-REFUNDED.
007620     ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED.
007630     ACCEPT PL-DATE FROM DATE.
007640     ACCEPT PL-TIME FROM TIME.
007650     MOVE SS-SHOW-ID TO PL-SHOW-ID.
007660     MOVE SS-ROW TO PL-ROW.
007670     MOVE SS-SEAT TO PL-SEAT.
007680     MOVE "RFND" TO PL-PAY-TYPE.
007690     MOVE WS-TENDER-TYPE TO PL-TENDER-TYPE.
007700     MOVE WS-REFUND-AMOUNT TO PL-AMOUNT.
007710     MOVE "SHOWCNCL" TO PL-OPERATOR-ID.
007720     MOVE SS-TICKET-NUMBER TO PL-TICKET-NUMBER.
007730     MOVE WS-VOUCHER-NUMBER TO PL-VOUCHER-NUMBER.
007740     PERFORM 2117-TAKE-SALE-SPLIT THRU 2117-EXIT.
007750     ADD PL-FACE-VALUE TO WS-FACE-REFUNDED.
007760     ADD PL-BOOKING-FEE TO WS-BKFEE-REFUNDED.
007770     ADD PL-FACILITY-FEE TO WS-FCFEE-REFUNDED.
007780     ADD PL-TAX-AMOUNT TO WS-TAX-REFUNDED.
007790     WRITE PAYMENT-LEDGER-RECORD.
007800     ACCEPT AL-DATE FROM DATE.
007810     ACCEPT AL-TIME FROM TIME.
007820     MOVE SS-SHOW-ID TO AL-SHOW-ID.
007830     MOVE SS-ROW TO AL-ROW.
007840     MOVE SS-SEAT TO AL-SEAT.
007850     MOVE "CANCEL  " TO AL-ACTION.
007860     MOVE "SHOWCNCL" TO AL-OPERATOR-ID.
007870     MOVE SS-PRICE-TYPE TO AL-PRICE-TYPE.
007880     MOVE WS-SEAT-PRICE TO AL-AMOUNT.
007890     WRITE AUDIT-LOG-RECORD.
007900     PERFORM 2120-WRITE-REFUND-LINE THRU 2120-EXIT.
007910     PERFORM 2130-NOTE-PATRON-SEAT THRU 2130-EXIT.
007920     MOVE 'L' TO SS-STATUS.
007930     MOVE SPACES TO SS-CUSTOMER-ID.
007940     MOVE SPACES TO SS-CUSTOMER-NAME.
007950     MOVE SPACES TO SS-CUSTOMER-PHONE.
007960     MOVE SPACES TO SS-TICKET-NUMBER.
007970     MOVE SPACE TO SS-PRICE-TYPE.
007980     MOVE ZERO TO SS-SALE-PRICE.
007990     MOVE ZERO TO SS-HOLD-DATE.
008000     MOVE ZERO TO SS-HOLD-TIME.
008010     REWRITE SEAT-STATUS-RECORD.
008020     PERFORM 2210-WRITE-SEAT-JOURNAL THRU 2210-EXIT.
008030     GO TO 2100-EXIT.
008040 2100-EXIT.
008050     EXIT.
008060*
008070******************************************************************
008080* 2110-FIND-ORIGINAL-TENDER - look the seat's ticket up among the
008090* show's tickets and the tenders their sales were found in on
008100* the ledger; a ticket with no sale found takes the default.
008110******************************************************************
008120 2110-FIND-ORIGINAL-TENDER.
008130     MOVE 'N' TO WS-SALE-FOUND-SW.
008140     MOVE 'D' TO WS-TENDER-TYPE.
008150     MOVE SPACES TO WS-VOUCHER-NUMBER.
008160     MOVE 1 TO WS-IX.
008170     PERFORM 2111-MATCH-SALE THRU 2111-EXIT
008180         UNTIL WS-IX > WS-SALE-COUNT.
008190     IF NOT WS-SALE-FOUND
008200         ADD 1 TO WS-NO-SALE-SEATS
008210     END-IF.
008220     GO TO 2110-EXIT.
008230 2110-EXIT.
008240     EXIT.
008250*
008260 2111-MATCH-SALE.
008270     IF WS-ST-TICKET(WS-IX) = SS-TICKET-NUMBER
008280         AND WS-ST-TENDER(WS-IX) NOT = SPACE
008290         MOVE 'Y' TO WS-SALE-FOUND-SW
008300         MOVE WS-ST-TENDER(WS-IX) TO WS-TENDER-TYPE
008310         MOVE WS-ST-VOUCHER(WS-IX) TO WS-VOUCHER-NUMBER
008320         MOVE WS-IX TO WS-SALE-IX
008330     END-IF.
008340     ADD 1 TO WS-IX.
008350     GO TO 2111-EXIT.
008360 2111-EXIT.
008370     EXIT.
008380*
008390******************************************************************
008400* 2115-CREDIT-VOUCHER - put the refund back on the voucher the
008410* ticket was bought with, running the expiry a year from today
008420* if it has already lapsed so the patron can still spend it (a
008430* year from 29 February is 28 February). A voucher no longer on
008440* file cannot be credited; the seat is refunded by card instead.
008450******************************************************************
008460 2115-CREDIT-VOUCHER.
008470     MOVE WS-VOUCHER-NUMBER TO VC-VOUCHER-NUMBER.
008480     READ VOUCHER-MASTER-FILE
008490         INVALID KEY
008500             MOVE 'D' TO WS-TENDER-TYPE
008510             MOVE SPACES TO WS-VOUCHER-NUMBER
008520             GO TO 2115-EXIT
008530     END-READ.
008540     ADD WS-REFUND-AMOUNT TO VC-BALANCE.
008550     IF VC-EXPIRY-DATE < WS-TODAY
008560         COMPUTE WS-VCH-EXPIRY = WS-TODAY + 10000
008570         IF WS-VCH-EXPIRY-MMDD = 0229
008580             MOVE 0228 TO WS-VCH-EXPIRY-MMDD
008590         END-IF
008600         MOVE WS-VCH-EXPIRY TO VC-EXPIRY-DATE
008610     END-IF.
008620     REWRITE VOUCHER-MASTER-RECORD.
008630     GO TO 2115-EXIT.
008640 2115-EXIT.
008650     EXIT.
008660*
008670******************************************************************
008680* 2116-SPLIT-REFUND - break the refund in PL-AMOUNT into face
008690* value, booking fee, facility fee and sales tax exactly as the
008700* counter splits a sale or a cancel: under the show's own
008710* FEESCHED record, else its venue's, the price tax-inclusive,
008720* the fees out of what is left after tax and never more than
008730* is left, the rest face value. No schedule, a comp or a zero
008740* amount is all face.
008750******************************************************************
008760 2116-SPLIT-REFUND.
008770     MOVE PL-AMOUNT TO PL-FACE-VALUE.
008780     MOVE ZERO TO PL-BOOKING-FEE.
008790     MOVE ZERO TO PL-FACILITY-FEE.
008800     MOVE ZERO TO PL-TAX-AMOUNT.
008810     IF PL-AMOUNT = ZERO OR NOT WS-FEE-AVAILABLE
008820         GO TO 2116-EXIT
008830     END-IF.
008840     MOVE 'S' TO FS-SCOPE.
008850     MOVE WS-SHOW-ID TO FS-SCOPE-ID.
008860     READ FEE-SCHEDULE-FILE
008870         INVALID KEY
008880             GO TO 2116-VENUE
008890     END-READ.
008900     GO TO 2116-SPLIT.
008910 2116-VENUE.
008920     MOVE 'V' TO FS-SCOPE.
008930     MOVE SM-VENUE-ID TO FS-SCOPE-ID.
008940     READ FEE-SCHEDULE-FILE
008950         INVALID KEY
008960             GO TO 2116-EXIT
008970     END-READ.
008980 2116-SPLIT.
008990     COMPUTE PL-TAX-AMOUNT ROUNDED =
009000         (PL-AMOUNT * FS-TAX-RATE) / (100 + FS-TAX-RATE).
009010     COMPUTE WS-FEE-LEFT = PL-AMOUNT - PL-TAX-AMOUNT.
009020     IF FS-BOOKING-FEE < WS-FEE-LEFT
009030         MOVE FS-BOOKING-FEE TO PL-BOOKING-FEE
009040     ELSE
009050         MOVE WS-FEE-LEFT TO PL-BOOKING-FEE
009060     END-IF.
009070     SUBTRACT PL-BOOKING-FEE FROM WS-FEE-LEFT.
009080     IF FS-FACILITY-FEE < WS-FEE-LEFT
009090         MOVE FS-FACILITY-FEE TO PL-FACILITY-FEE
009100     ELSE
009110         MOVE WS-FEE-LEFT TO PL-FACILITY-FEE
009120     END-IF.
009130     SUBTRACT PL-FACILITY-FEE FROM WS-FEE-LEFT.
009140     MOVE WS-FEE-LEFT TO PL-FACE-VALUE.
009150     GO TO 2116-EXIT.
009160 2116-EXIT.
009170     EXIT.
009180*
009190******************************************************************
009200* 2117-TAKE-SALE-SPLIT - a refund reverses the face value, fees
009210* and tax the ticket was actually sold with, netted with any
009220* exchange differences since, whatever FEESCHED says today.
009230* Only when no sale was found, or what the ticket took does not
009240* add back up to the refund (a comp, or a ticket sold twice),
009250* is the refund split afresh by 2116-SPLIT-REFUND.
009260******************************************************************
009270 2117-TAKE-SALE-SPLIT.
009280     IF NOT WS-SALE-FOUND
009290         GO TO 2117-SPLIT
009300     END-IF.
009310     IF WS-ST-AMOUNT(WS-SALE-IX) NOT = PL-AMOUNT
009320         OR WS-ST-FACE(WS-SALE-IX) < ZERO
009330         OR WS-ST-BKFEE(WS-SALE-IX) < ZERO
009340         OR WS-ST-FCFEE(WS-SALE-IX) < ZERO
009350         OR WS-ST-TAX(WS-SALE-IX) < ZERO
009360         GO TO 2117-SPLIT
009370     END-IF.
009380     MOVE WS-ST-FACE(WS-SALE-IX) TO PL-FACE-VALUE.
009390     MOVE WS-ST-BKFEE(WS-SALE-IX) TO PL-BOOKING-FEE.
009400     MOVE WS-ST-FCFEE(WS-SALE-IX) TO PL-FACILITY-FEE.
009410     MOVE WS-ST-TAX(WS-SALE-IX) TO PL-TAX-AMOUNT.
009420     GO TO 2117-EXIT.
009430 2117-SPLIT.
009440     PERFORM 2116-SPLIT-REFUND THRU 2116-EXIT.
009450 2117-EXIT.
009460     EXIT.
009470*
009480******************************************************************
009490* 2120-WRITE-REFUND-LINE - print one seat's refund on the control
009500* report, marking a seat whose sale was not found on the ledger.
009510******************************************************************
009520 2120-WRITE-REFUND-LINE.
009530     MOVE SS-ROW TO WS-ROW-DISP.
009540     MOVE SS-SEAT TO WS-SEAT-DISP.
009550     MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-EDIT.
009560     PERFORM 2125-SET-TENDER-TEXT THRU 2125-EXIT.
009570     MOVE SPACES TO REPORT-LINE.
009580     STRING "  ROW " DELIMITED BY SIZE
009590            WS-ROW-DISP DELIMITED BY SIZE
009600            " SEAT " DELIMITED BY SIZE
009610            WS-SEAT-DISP DELIMITED BY SIZE
009620            " TICKET " DELIMITED BY SIZE
009630            SS-TICKET-NUMBER DELIMITED BY SIZE
009640            " " DELIMITED BY SIZE
009650            SS-STATUS DELIMITED BY SIZE
009660            " " DELIMITED BY SIZE
009670            WS-TENDER-TEXT DELIMITED BY SIZE
009680            " " DELIMITED BY SIZE
009690            WS-AMOUNT-EDIT DELIMITED BY SIZE
009700            "  " DELIMITED BY SIZE
009710            SS-CUSTOMER-NAME DELIMITED BY SIZE
009720            " " DELIMITED BY SIZE
009730            SS-CUSTOMER-PHONE DELIMITED BY SIZE
009740         INTO REPORT-LINE.
009750     IF NOT WS-SALE-FOUND
009760         MOVE "NO SALE ON LEDGER" TO REPORT-LINE(110:17)
009770     END-IF.
009780     WRITE REPORT-LINE.
009790     GO TO 2120-EXIT.
009800 2120-EXIT.
009810     EXIT.
009820*
009830 2125-SET-TENDER-TEXT.
009840     EVALUATE WS-TENDER-TYPE
009850         WHEN 'C'
009860             MOVE "CASH" TO WS-TENDER-TEXT
009870         WHEN 'D'
009880             MOVE "CARD" TO WS-TENDER-TEXT
009890         WHEN 'P'
009900             MOVE "COMP" TO WS-TENDER-TEXT
009910         WHEN 'V'
009920             MOVE "VCHR" TO WS-TENDER-TEXT
009930         WHEN OTHER
009940             MOVE "????" TO WS-TENDER-TEXT
009950     END-EVALUATE.
009960     GO TO 2125-EXIT.
009970 2125-EXIT.
009980     EXIT.
009990*
010000******************************************************************
010010* 2130-NOTE-PATRON-SEAT - keep the refunded seat for its patron's
010020* notice, opening a patron row the first time a patron is seen.
010030* Patrons are told apart by customer ID, name and phone together,
010040* so an anonymous counter sale still groups by name and phone. A
010050* full table is reported once; its seats stay on the control
010060* report but get no notice.
010070******************************************************************
010080 2130-NOTE-PATRON-SEAT.
010090     IF WS-REFUND-COUNT >= 400
010100         IF NOT WS-REFUND-FULL
010110             MOVE 'Y' TO WS-REFUND-FULL-SW
010120             MOVE "REFUND TABLE FULL - SOME NOTICES NOT PRINTED"
010130                 TO REPORT-LINE
010140             WRITE REPORT-LINE
010150         END-IF
010160         GO TO 2130-EXIT
010170     END-IF.
010180     MOVE 'N' TO WS-ENTRY-FOUND-SW.
010190     MOVE 1 TO WS-IX.
010200     PERFORM 2131-MATCH-PATRON THRU 2131-EXIT
010210         UNTIL WS-ENTRY-FOUND OR WS-IX > WS-PATRON-COUNT.
010220     IF NOT WS-ENTRY-FOUND
010230         ADD 1 TO WS-PATRON-COUNT
010240         MOVE WS-PATRON-COUNT TO WS-FOUND-IX
010250         MOVE SS-CUSTOMER-ID TO WS-PT-CUSTOMER-ID(WS-FOUND-IX)
010260         MOVE SS-CUSTOMER-NAME TO WS-PT-NAME(WS-FOUND-IX)
010270         MOVE SS-CUSTOMER-PHONE TO WS-PT-PHONE(WS-FOUND-IX)
010280         MOVE ZERO TO WS-PT-AMOUNT(WS-FOUND-IX)
010290     END-IF.
010300     ADD WS-REFUND-AMOUNT TO WS-PT-AMOUNT(WS-FOUND-IX).
010310     ADD 1 TO WS-REFUND-COUNT.
010320     MOVE SS-ROW TO WS-RT-ROW(WS-REFUND-COUNT).
010330     MOVE SS-SEAT TO WS-RT-SEAT(WS-REFUND-COUNT).
010340     MOVE SS-TICKET-NUMBER TO WS-RT-TICKET(WS-REFUND-COUNT).
010350     MOVE WS-TENDER-TYPE TO WS-RT-TENDER(WS-REFUND-COUNT).
010360     MOVE WS-REFUND-AMOUNT TO WS-RT-AMOUNT(WS-REFUND-COUNT).
010370     MOVE WS-VOUCHER-NUMBER TO WS-RT-VOUCHER(WS-REFUND-COUNT).
010380     MOVE WS-FOUND-IX TO WS-RT-PATRON(WS-REFUND-COUNT).
010390     GO TO 2130-EXIT.
010400 2130-EXIT.
010410     EXIT.
010420*
010430 2131-MATCH-PATRON.
010440     IF WS-PT-CUSTOMER-ID(WS-IX) = SS-CUSTOMER-ID
010450         AND WS-PT-NAME(WS-IX) = SS-CUSTOMER-NAME
010460         AND WS-PT-PHONE(WS-IX) = SS-CUSTOMER-PHONE
010470         MOVE 'Y' TO WS-ENTRY-FOUND-SW
010480         MOVE WS-IX TO WS-FOUND-IX
010490     END-IF.
010500     ADD 1 TO WS-IX.
010510     GO TO 2131-EXIT.
010520 2131-EXIT.
010530     EXIT.
010540*
010550******************************************************************
010560* 2200-RELEASE-HOLD - a hold took no money, so there is nothing
010570* to refund; put the seat back to open and log the release the
010580* way the hold sweep does.
010590******************************************************************
010600 2200-RELEASE-HOLD.
010610     MOVE 'L' TO SS-STATUS.
010620     MOVE SPACES TO SS-CUSTOMER-ID.
010630     MOVE SPACES TO SS-CUSTOMER-NAME.
010640     MOVE SPACES TO SS-CUSTOMER-PHONE.
010650     MOVE SPACES TO SS-TICKET-NUMBER.
010660     MOVE ZERO TO SS-HOLD-DATE.
010670     MOVE ZERO TO SS-HOLD-TIME.
010680     REWRITE SEAT-STATUS-RECORD.
010690     PERFORM 2210-WRITE-SEAT-JOURNAL THRU 2210-EXIT.
010700     ACCEPT AL-DATE FROM DATE.
010710     ACCEPT AL-TIME FROM TIME.
010720     MOVE SS-SHOW-ID TO AL-SHOW-ID.
010730     MOVE SS-ROW TO AL-ROW.
010740     MOVE SS-SEAT TO AL-SEAT.
010750     MOVE "RELEASE " TO AL-ACTION.
010760     MOVE "SHOWCNCL" TO AL-OPERATOR-ID.
010770     MOVE SPACES TO AL-PRICE-TYPE.
010780     MOVE ZERO TO AL-AMOUNT.
010790     WRITE AUDIT-LOG-RECORD.
010800     ADD 1 TO WS-HOLDS-RELEASED.
010810     GO TO 2200-EXIT.
010820 2200-EXIT.
010830     EXIT.
010840*
010850******************************************************************
010860* 2210-WRITE-SEAT-JOURNAL - journal the seat just refunded or
010870* released: the record as 2000-CANCEL-SEAT read it, the record
010880* as now on file, and when. A rewrite the file refused changed
010890* nothing and is not journalled.
010900******************************************************************
010910 2210-WRITE-SEAT-JOURNAL.
010920     IF WS-SEAT-FILE-STATUS NOT = "00"
010930         GO TO 2210-EXIT
010940     END-IF.
010950     ACCEPT SJ-DATE FROM DATE.
010960     ACCEPT SJ-TIME FROM TIME.
010970     MOVE "SHOW-CANCEL-REFUND" TO SJ-PROGRAM.
010980     MOVE "SHOWCNCL" TO SJ-OPERATOR-ID.
010990     MOVE 'C' TO SJ-ACTION.
011000     MOVE WS-JRNL-BEFORE-IMAGE TO SJ-BEFORE-IMAGE.
011010     MOVE SEAT-STATUS-RECORD TO SJ-AFTER-IMAGE.
011020     WRITE SEAT-JOURNAL-RECORD.
011030     GO TO 2210-EXIT.
011040 2210-EXIT.
011050     EXIT.
011060*
011070******************************************************************
011080* 3000-PURGE-WAITLIST - drop the cancelled show's waitlist
011090* entries; there is no performance left to offer them.
011100******************************************************************
011110 3000-PURGE-WAITLIST.
011120     MOVE 'N' TO WS-WAIT-DONE-SW.
011130     MOVE WS-SHOW-ID TO WL-SHOW-ID.
011140     MOVE ZERO TO WL-SEQ.
011150     START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
011160         INVALID KEY MOVE 'Y' TO WS-WAIT-DONE-SW
011170     END-START.
011180     PERFORM 3010-PURGE-ONE-ENTRY THRU 3010-EXIT
011190         UNTIL WS-WAIT-DONE.
011200     GO TO 3000-EXIT.
011210 3000-EXIT.
011220     EXIT.
011230*
011240 3010-PURGE-ONE-ENTRY.
011250     READ WAITLIST-FILE NEXT RECORD
011260         AT END
011270             MOVE 'Y' TO WS-WAIT-DONE-SW
011280             GO TO 3010-EXIT
011290     END-READ.
011300     IF WL-SHOW-ID NOT = WS-SHOW-ID
011310         MOVE 'Y' TO WS-WAIT-DONE-SW
011320         GO TO 3010-EXIT
011330     END-IF.
011340     DELETE WAITLIST-FILE RECORD
011350         INVALID KEY
011360             CONTINUE
011370     END-DELETE.
011380     ADD 1 TO WS-WAIT-PURGED.
011390     GO TO 3010-EXIT.
011400 3010-EXIT.
011410     EXIT.
011420*
011430******************************************************************
011440* 4000-PRINT-NOTICE - print the refund notice for one patron,
011450* listing every seat refunded to them and the total coming back.
011460******************************************************************
011470 4000-PRINT-NOTICE.
011480     MOVE ALL "-" TO NOTICE-LINE.
011490     WRITE NOTICE-LINE.
011500     MOVE "REFUND NOTICE - PERFORMANCE CANCELLED" TO NOTICE-LINE.
011510     WRITE NOTICE-LINE.
011520     MOVE SPACES TO NOTICE-LINE.
011530     STRING "PATRON   " DELIMITED BY SIZE
011540            WS-PT-NAME(WS-PX) DELIMITED BY SIZE
011550         INTO NOTICE-LINE.
011560     WRITE NOTICE-LINE.
011570     MOVE SPACES TO NOTICE-LINE.
011580     STRING "PHONE    " DELIMITED BY SIZE
011590            WS-PT-PHONE(WS-PX) DELIMITED BY SIZE
011600         INTO NOTICE-LINE.
011610     WRITE NOTICE-LINE.
011620     MOVE SPACES TO NOTICE-LINE.
011630     STRING "SHOW     " DELIMITED BY SIZE
011640            WS-SHOW-ID DELIMITED BY SIZE
011650            " " DELIMITED BY SIZE
011660            SM-SHOW-NAME DELIMITED BY SIZE
011670            " " DELIMITED BY SIZE
011680            SM-SHOW-DATE DELIMITED BY SIZE
011690            " " DELIMITED BY SIZE
011700            SM-SHOW-TIME DELIMITED BY SIZE
011710         INTO NOTICE-LINE.
011720     WRITE NOTICE-LINE.
011730     MOVE SPACES TO NOTICE-LINE.
011740     STRING "REASON   " DELIMITED BY SIZE
011750            WS-REASON-TEXT DELIMITED BY SIZE
011760         INTO NOTICE-LINE.
011770     WRITE NOTICE-LINE.
011780     MOVE 1 TO WS-IX.
011790     PERFORM 4010-PRINT-NOTICE-SEAT THRU 4010-EXIT
011800         UNTIL WS-IX > WS-REFUND-COUNT.
011810     MOVE WS-PT-AMOUNT(WS-PX) TO WS-PATRON-AMOUNT-EDIT.
011820     MOVE SPACES TO NOTICE-LINE.
011830     STRING "TOTAL REFUND " DELIMITED BY SIZE
011840            WS-PATRON-AMOUNT-EDIT DELIMITED BY SIZE
011850         INTO NOTICE-LINE.
011860     WRITE NOTICE-LINE.
011870     ADD 1 TO WS-NOTICES-PRINTED.
011880     ADD 1 TO WS-PX.
011890     GO TO 4000-EXIT.
011900 4000-EXIT.
011910     EXIT.
011920*
011930 4010-PRINT-NOTICE-SEAT.
011940     IF WS-RT-PATRON(WS-IX) NOT = WS-PX
011950         GO TO 4010-NEXT
011960     END-IF.
011970     MOVE WS-RT-ROW(WS-IX) TO WS-ROW-DISP.
011980     MOVE WS-RT-SEAT(WS-IX) TO WS-SEAT-DISP.
011990     MOVE WS-RT-AMOUNT(WS-IX) TO WS-AMOUNT-EDIT.
012000     MOVE WS-RT-TENDER(WS-IX) TO WS-TENDER-TYPE.
012010     PERFORM 2125-SET-TENDER-TEXT THRU 2125-EXIT.
012020     MOVE SPACES TO NOTICE-LINE.
012030     STRING "ROW " DELIMITED BY SIZE
012040            WS-ROW-DISP DELIMITED BY SIZE
012050            " SEAT " DELIMITED BY SIZE
012060            WS-SEAT-DISP DELIMITED BY SIZE
012070            " TICKET " DELIMITED BY SIZE
012080            WS-RT-TICKET(WS-IX) DELIMITED BY SIZE
012090            " REFUND " DELIMITED BY SIZE
012100            WS-AMOUNT-EDIT DELIMITED BY SIZE
012110            " TO " DELIMITED BY SIZE
012120            WS-TENDER-TEXT DELIMITED BY SIZE
012130            " " DELIMITED BY SIZE
012140            WS-RT-VOUCHER(WS-IX) DELIMITED BY SIZE
012150         INTO NOTICE-LINE.
012160     WRITE NOTICE-LINE.
012170 4010-NEXT.
012180     ADD 1 TO WS-IX.
012190     GO TO 4010-EXIT.
012200 4010-EXIT.
012210     EXIT.
012220*
012230******************************************************************
012240* 9000-TERMINATE - print the control totals by tender and the
012250* other counts of the cancellation, close the files, and end the
012260* run.
012270******************************************************************
012280 9000-TERMINATE.
012290     MOVE SPACES TO REPORT-LINE.
012300     WRITE REPORT-LINE.
012310     MOVE "CONTROL TOTALS BY TENDER" TO REPORT-LINE.
012320     WRITE REPORT-LINE.
012330     MOVE WS-CASH-SEATS TO WS-COUNT-EDIT.
012340     MOVE WS-CASH-AMOUNT TO WS-TOTAL-EDIT.
012350     MOVE SPACES TO REPORT-LINE.
012360     STRING "  CASH      SEATS " DELIMITED BY SIZE
012370            WS-COUNT-EDIT DELIMITED BY SIZE
012380            " RETURNED " DELIMITED BY SIZE
012390            WS-TOTAL-EDIT DELIMITED BY SIZE
012400         INTO REPORT-LINE.
012410     WRITE REPORT-LINE.
012420     MOVE WS-CARD-SEATS TO WS-COUNT-EDIT.
012430     MOVE WS-CARD-AMOUNT TO WS-TOTAL-EDIT.
012440     MOVE SPACES TO REPORT-LINE.
012450     STRING "  CARD      SEATS " DELIMITED BY SIZE
012460            WS-COUNT-EDIT DELIMITED BY SIZE
012470            " RETURNED " DELIMITED BY SIZE
012480            WS-TOTAL-EDIT DELIMITED BY SIZE
012490         INTO REPORT-LINE.
012500     WRITE REPORT-LINE.
012510     MOVE WS-VCH-SEATS TO WS-COUNT-EDIT.
012520     MOVE WS-VCH-AMOUNT TO WS-TOTAL-EDIT.
012530     MOVE SPACES TO REPORT-LINE.
012540     STRING "  VOUCHER   SEATS " DELIMITED BY SIZE
012550            WS-COUNT-EDIT DELIMITED BY SIZE
012560            " CREDITED " DELIMITED BY SIZE
012570            WS-TOTAL-EDIT DELIMITED BY SIZE
012580         INTO REPORT-LINE.
012590     WRITE REPORT-LINE.
012600     MOVE WS-COMP-SEATS TO WS-COUNT-EDIT.
012610     MOVE SPACES TO REPORT-LINE.
012620     STRING "  COMP      SEATS " DELIMITED BY SIZE
012630            WS-COUNT-EDIT DELIMITED BY SIZE
012640         INTO REPORT-LINE.
012650     WRITE REPORT-LINE.
012660     MOVE WS-SEATS-REFUNDED TO WS-COUNT-EDIT.
012670     MOVE WS-TOTAL-REFUNDED TO WS-TOTAL-EDIT.
012680     MOVE SPACES TO REPORT-LINE.
012690     STRING "  TOTAL     SEATS " DELIMITED BY SIZE
012700            WS-COUNT-EDIT DELIMITED BY SIZE
012710            " RETURNED " DELIMITED BY SIZE
012720            WS-TOTAL-EDIT DELIMITED BY SIZE
012730         INTO REPORT-LINE.
012740     WRITE REPORT-LINE.
012750     MOVE WS-FACE-REFUNDED TO WS-TOTAL-EDIT.
012760     MOVE SPACES TO REPORT-LINE.
012770     STRING "    OF WHICH FACE VALUE       " DELIMITED BY SIZE
012780            WS-TOTAL-EDIT DELIMITED BY SIZE
012790         INTO REPORT-LINE.
012800     WRITE REPORT-LINE.
012810     MOVE WS-BKFEE-REFUNDED TO WS-TOTAL-EDIT.
012820     MOVE SPACES TO REPORT-LINE.
012830     STRING "    OF WHICH BOOKING FEE      " DELIMITED BY SIZE
012840            WS-TOTAL-EDIT DELIMITED BY SIZE
012850         INTO REPORT-LINE.
012860     WRITE REPORT-LINE.
012870     MOVE WS-FCFEE-REFUNDED TO WS-TOTAL-EDIT.
012880     MOVE SPACES TO REPORT-LINE.
012890     STRING "    OF WHICH FACILITY FEE     " DELIMITED BY SIZE
012900            WS-TOTAL-EDIT DELIMITED BY SIZE
012910         INTO REPORT-LINE.
012920     WRITE REPORT-LINE.
012930     MOVE WS-TAX-REFUNDED TO WS-TOTAL-EDIT.
012940     MOVE SPACES TO REPORT-LINE.
012950     STRING "    OF WHICH SALES TAX        " DELIMITED BY SIZE
012960            WS-TOTAL-EDIT DELIMITED BY SIZE
012970         INTO REPORT-LINE.
012980     WRITE REPORT-LINE.
012990     MOVE SPACES TO REPORT-LINE.
013000     WRITE REPORT-LINE.
013010     MOVE WS-NO-SALE-SEATS TO WS-COUNT-EDIT.
013020     MOVE SPACES TO REPORT-LINE.
013030     STRING "SEATS WITH NO SALE ON LEDGER (REFUNDED TO CARD) "
013040                DELIMITED BY SIZE
013050            WS-COUNT-EDIT DELIMITED BY SIZE
013060         INTO REPORT-LINE.
013070     WRITE REPORT-LINE.
013080     MOVE WS-HOLDS-RELEASED TO WS-COUNT-EDIT.
013090     MOVE SPACES TO REPORT-LINE.
013100     STRING "HOLDS RELEASED                                  "
013110                DELIMITED BY SIZE
013120            WS-COUNT-EDIT DELIMITED BY SIZE
013130         INTO REPORT-LINE.
013140     WRITE REPORT-LINE.
013150     MOVE WS-WAIT-PURGED TO WS-COUNT-EDIT.
013160     MOVE SPACES TO REPORT-LINE.
013170     STRING "WAITLIST ENTRIES PURGED                         "
013180                DELIMITED BY SIZE
013190            WS-COUNT-EDIT DELIMITED BY SIZE
013200         INTO REPORT-LINE.
013210     WRITE REPORT-LINE.
013220     MOVE WS-NOTICES-PRINTED TO WS-COUNT-EDIT.
013230     MOVE SPACES TO REPORT-LINE.
013240     STRING "REFUND NOTICES PRINTED                          "
013250                DELIMITED BY SIZE
013260            WS-COUNT-EDIT DELIMITED BY SIZE
013270         INTO REPORT-LINE.
013280     WRITE REPORT-LINE.
013290     MOVE WS-SEATS-REFUNDED TO WS-COUNT-EDIT.
013300     MOVE WS-TOTAL-REFUNDED TO WS-TOTAL-EDIT.
013310     DISPLAY "Seats refunded        : " WS-COUNT-EDIT.
013320     DISPLAY "Money returned        : " WS-TOTAL-EDIT.
013330     CLOSE SEAT-STATUS-FILE.
013340     CLOSE SHOW-MASTER-FILE.
013350     CLOSE ROW-PRICE-FILE.
013360     CLOSE PAYMENT-LEDGER-FILE.
013370     CLOSE AUDIT-LOG-FILE.
013380     CLOSE SEAT-JOURNAL-FILE.
013390     CLOSE WAITLIST-FILE.
013400     CLOSE REFUND-NOTICE-FILE.
013410     CLOSE VOUCHER-MASTER-FILE.
013420     IF WS-FEE-AVAILABLE
013430         CLOSE FEE-SCHEDULE-FILE
013440     END-IF.
013450     CLOSE CANCEL-REPORT.
013460     GO TO 9000-EXIT.
013470 9000-EXIT.
013480     EXIT.
013490*
013500 END PROGRAM SHOW-CANCEL-REFUND.
