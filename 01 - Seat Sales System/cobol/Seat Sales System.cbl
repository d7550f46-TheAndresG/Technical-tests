001110*                  report, ticket print, payment ledger and
001120*                  audit trail all use what the ticket really
001130*                  sold for instead of the full row price.
001140*  15/10/2026 AG   A ticket can now be exchanged to another seat
001150*                  on this or any other showtime in one step;
001160*                  only the price difference is collected or
001170*                  refunded, under its own EXCHANGE/EXCHOUT audit
001180*                  actions and EXCH/EXRF ledger pay types.
001190*  15/10/2026 AG   Supervisors can reissue a lost or stolen
001200*                  ticket under a fresh TICKCTL number; the old
001210*                  number goes on the new voided-ticket file
001220*                  (VOIDTKT), a REISSUE is logged, and check-in
001230*                  refuses a voided number and logs VOIDUSE.
001240*  15/10/2026 AG   Gift vouchers can be sold (menu G) and are
001250*                  held on the new voucher master (VOUCHMST),
001260*                  numbered from TICKCTL. V is a new tender: a
001270*                  sale part-redeems the voucher and collects
001280*                  any shortfall in cash or card; a refund is
001290*                  paid on a new credit voucher. Expired or
001300*                  spent vouchers are refused.
001310*  15/10/2026 AG   Every payment record now breaks its amount
001320*                  into face value, booking fee, facility fee
001330*                  and sales tax under the show's (or venue's)
001340*                  schedule on the new FEESCHED file; a cancel
001350*                  refunds the same breakdown, an exchange
001360*                  difference is face and tax only, and a
001370*                  voucher part-payment shares it out between
001380*                  the voucher and the balance collected.
001390*  15/10/2026 AG   Operator maintenance now records each
001400*                  operator's normal working hours on the
001410*                  operator master, for the nightly exception
001420*                  report; the first supervisor has none set.
001430*  15/10/2026 AG   Every seat record added or changed is now
001440*                  journalled (before and after image, time,
001450*                  program and operator) to the new SEATJRNL
001460*                  file so SEATSTAT can be rolled forward from
001470*                  the overnight backup.
001480*  15/10/2026 AG   A cancel's refund now reverses the face
001490*                  value, fee and tax split the ticket's sale
001500*                  was posted with (netted with any exchange
001510*                  differences, and traced back through VOIDTKT
001520*                  past a reissue), splitting afresh under
001530*                  today's FEESCHED only when no sale is found.
001540*  15/10/2026 AG   A voucher issued on 29 February now expires on
001550*                  28 February of the next year.
001560******************************************************************
001570 IDENTIFICATION DIVISION.
001580 PROGRAM-ID. SEAT-SALES-SYSTEM.
001590 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001610 FILE-CONTROL.
001620     SELECT SEAT-STATUS-FILE ASSIGN TO "SEATSTAT"
001630         ORGANIZATION IS INDEXED
001640         ACCESS MODE IS DYNAMIC
001650         RECORD KEY IS SS-KEY
001660         FILE STATUS IS WS-SEAT-FILE-STATUS.
001670     SELECT SHOW-MASTER-FILE ASSIGN TO "SHOWMSTR"
001680         ORGANIZATION IS INDEXED
001690         ACCESS MODE IS DYNAMIC
001700         RECORD KEY IS SM-SHOW-ID
001710         FILE STATUS IS WS-SHOW-FILE-STATUS.
001720     SELECT VENUE-MASTER-FILE ASSIGN TO "VENUEMST"
001730         ORGANIZATION IS INDEXED
001740         ACCESS MODE IS DYNAMIC
001750         RECORD KEY IS VM-VENUE-ID
001760         FILE STATUS IS WS-VENUE-FILE-STATUS.
001770     SELECT ROW-PRICE-FILE ASSIGN TO "ROWPRICE"
001780         ORGANIZATION IS INDEXED
001790         ACCESS MODE IS DYNAMIC
001800         RECORD KEY IS RP-KEY
001810         FILE STATUS IS WS-PRICE-FILE-STATUS.
001820     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
001830         ORGANIZATION IS INDEXED
001840         ACCESS MODE IS DYNAMIC
001850         RECORD KEY IS CM-CUSTOMER-ID
001860         FILE STATUS IS WS-CUST-FILE-STATUS.
001870     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001880         ORGANIZATION IS SEQUENTIAL
001890         FILE STATUS IS WS-AUDIT-FILE-STATUS.
001900     SELECT TICKET-PRINT-FILE ASSIGN TO "TICKPRNT"
001910         ORGANIZATION IS SEQUENTIAL
001920         FILE STATUS IS WS-TICKET-FILE-STATUS.
001930     SELECT PAYMENT-LEDGER-FILE ASSIGN TO "PAYLEDGR"
001940         ORGANIZATION IS SEQUENTIAL
001950         FILE STATUS IS WS-PAY-FILE-STATUS.
001960     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
001970         ORGANIZATION IS INDEXED
001980         ACCESS MODE IS DYNAMIC
001990         RECORD KEY IS WL-KEY
002000         FILE STATUS IS WS-WAIT-FILE-STATUS.
002010     SELECT SERIES-MASTER-FILE ASSIGN TO "SERSMSTR"
002020         ORGANIZATION IS INDEXED
002030         ACCESS MODE IS DYNAMIC
002040         RECORD KEY IS SR-KEY
002050         FILE STATUS IS WS-SERS-FILE-STATUS.
002060     SELECT SEAT-ATTRIBUTE-FILE ASSIGN TO "SEATATTR"
002070         ORGANIZATION IS INDEXED
002080         ACCESS MODE IS DYNAMIC
002090         RECORD KEY IS SA-KEY
002100         FILE STATUS IS WS-ATTR-FILE-STATUS.
002110     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
002120         ORGANIZATION IS INDEXED
002130         ACCESS MODE IS DYNAMIC
002140         RECORD KEY IS OP-OPERATOR-ID
002150         FILE STATUS IS WS-OPER-FILE-STATUS.
002160     SELECT TICKET-CONTROL-FILE ASSIGN TO "TICKCTL"
002170         ORGANIZATION IS SEQUENTIAL
002180         FILE STATUS IS WS-TKTC-FILE-STATUS.
002190     SELECT VOIDED-TICKET-FILE ASSIGN TO "VOIDTKT"
002200         ORGANIZATION IS INDEXED
002210         ACCESS MODE IS DYNAMIC
002220         RECORD KEY IS VT-TICKET-NUMBER
002230         FILE STATUS IS WS-VOID-FILE-STATUS.
002240     SELECT VOUCHER-MASTER-FILE ASSIGN TO "VOUCHMST"
002250         ORGANIZATION IS INDEXED
002260         ACCESS MODE IS DYNAMIC
002270         RECORD KEY IS VC-VOUCHER-NUMBER
002280         FILE STATUS IS WS-VCH-FILE-STATUS.
002290     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
002300         ORGANIZATION IS INDEXED
002310         ACCESS MODE IS DYNAMIC
002320         RECORD KEY IS FS-KEY
002330         FILE STATUS IS WS-FEE-FILE-STATUS.
002340     SELECT SEAT-JOURNAL-FILE ASSIGN TO "SEATJRNL"
002350         ORGANIZATION IS SEQUENTIAL
002360         FILE STATUS IS WS-JRNL-FILE-STATUS.
002370 DATA DIVISION.
002380 FILE SECTION.
002390 FD  SEAT-STATUS-FILE.
002400     COPY SEATSTAT.
002410 FD  SHOW-MASTER-FILE.
002420     COPY SHOWMSTR.
002430 FD  VENUE-MASTER-FILE.
002440     COPY VENUEMST.
002450 FD  ROW-PRICE-FILE.
002460     COPY ROWPRICE.
002470 FD  AUDIT-LOG-FILE.
002480     COPY AUDITLOG.
002490 FD  CUSTOMER-MASTER-FILE.
002500     COPY CUSTMAST.
002510 FD  TICKET-PRINT-FILE.
002520 01  TICKET-PRINT-LINE           PIC X(80).
002530 FD  PAYMENT-LEDGER-FILE.
002540     COPY PAYLEDGR.
002550 FD  WAITLIST-FILE.
002560     COPY WAITLIST.
002570 FD  SERIES-MASTER-FILE.
002580     COPY SERSMSTR.
002590 FD  SEAT-ATTRIBUTE-FILE.
002600     COPY SEATATTR.
002610 FD  OPERATOR-MASTER-FILE.
002620     COPY OPERMSTR.
002630 FD  TICKET-CONTROL-FILE.
002640     COPY TICKCTL.
002650 FD  VOIDED-TICKET-FILE.
002660     COPY VOIDTKT.
002670 FD  VOUCHER-MASTER-FILE.
002680     COPY VOUCHMST.
002690 FD  FEE-SCHEDULE-FILE.
002700     COPY FEESCHED.
002710 FD  SEAT-JOURNAL-FILE.
002720     COPY SEATJRNL.
002730 WORKING-STORAGE SECTION.
002740 01  WS-VENUE-DIMENSIONS.
002750     05 WS-NUM-ROWS              PIC 9(02) COMP VALUE 10.
002760     05 WS-MAX-SEATS             PIC 9(02) COMP VALUE 10.
002770 01  WS-VENUE-SELECTION.
002780     05 WS-VENUE-NAME            PIC X(20).
002790 01  SEATS.
002800     05 ROWS OCCURS 1 TO 20 TIMES DEPENDING ON WS-NUM-ROWS.
002810         10 ROW-PRICE           PIC 9(05)V99.
002820         10 SEAT-ENTRY OCCURS 1 TO 20 TIMES
002830             DEPENDING ON WS-MAX-SEATS.
002840             15 SEAT-STAT          PIC X(01) VALUE 'L'.
002850             15 SEAT-CUST-ID       PIC X(06).
002860             15 SEAT-CUST-NAME     PIC X(30).
002870             15 SEAT-CUST-PHONE    PIC X(15).
002880             15 SEAT-TICKET-NUM    PIC X(10).
002890             15 SEAT-PRICE-TYPE    PIC X(01).
002900             15 SEAT-SALE-PRICE    PIC 9(05)V99.
002910             15 SEAT-ATTR          PIC X(01).
002920             15 SEAT-HOLD-DATE     PIC 9(06).
002930             15 SEAT-HOLD-TIME     PIC 9(08).
002940 01  USERIN.
002950     05 SROW                     PIC X(02).
002960     05 SSEAT                    PIC X(02).
002970 01  CUSTOMERIN.
002980     05 CUST-ID-IN               PIC X(06).
002990     05 CUST-NAME-IN             PIC X(30).
003000     05 CUST-PHONE-IN            PIC X(15).
003010     05 CUST-TICKET-IN           PIC X(10).
003020 01  REPEAT                      PIC X.
003030 01  WS-SHOW-SELECTION.
003040     05 WS-SHOW-ID               PIC X(04).
003050     05 WS-SHOW-NAME             PIC X(20).
003060     05 WS-SHOW-VENUE-ID         PIC X(04).
003070     05 WS-SHOW-EOF-SW           PIC X(01) VALUE 'N'.
003080         88 WS-SHOW-EOF                      VALUE 'Y'.
003090 01  WS-SEAT-FILE-STATUS         PIC X(02).
003100 01  WS-SHOW-FILE-STATUS         PIC X(02).
003110 01  WS-VENUE-FILE-STATUS        PIC X(02).
003120 01  WS-PRICE-FILE-STATUS        PIC X(02).
003130 01  WS-AUDIT-FILE-STATUS        PIC X(02).
003140 01  WS-CUST-FILE-STATUS         PIC X(02).
003150 01  WS-TICKET-FILE-STATUS       PIC X(02).
003160 01  WS-WAIT-FILE-STATUS         PIC X(02).
003170 01  WS-PAY-FILE-STATUS          PIC X(02).
003180 01  WS-TENDER-FIELDS.
003190     05 WS-TENDER-TYPE           PIC X(01).
003200         88 WS-TENDER-CASH                   VALUE 'C'.
003210         88 WS-TENDER-CARD                   VALUE 'D'.
003220         88 WS-TENDER-COMP                   VALUE 'P'.
003230         88 WS-TENDER-VOUCHER                VALUE 'V'.
003240         88 WS-TENDER-KNOWN                  VALUE 'C' 'D' 'P'
003250                                                   'V'.
003260     05 WS-TENDER-VALID-SW       PIC X(01) VALUE 'N'.
003270         88 WS-TENDER-VALID                  VALUE 'Y'.
003280 01  WS-WAITLIST-FIELDS.
003290     05 WS-WAIT-ANSWER           PIC X(01).
003300     05 WS-WAIT-NEXT-SEQ         PIC 9(05).
003310     05 WS-WAIT-DONE-SW          PIC X(01) VALUE 'N'.
003320         88 WS-WAIT-DONE                     VALUE 'Y'.
003330     05 WS-WAIT-FOUND-SW         PIC X(01) VALUE 'N'.
003340         88 WS-WAIT-FOUND                    VALUE 'Y'.
003350 01  WS-CONCURRENCY-FIELDS.
003360     05 WS-EXPECTED-STATUS       PIC X(01).
003370     05 WS-SEAT-VERIFIED-SW      PIC X(01) VALUE 'N'.
003380         88 WS-SEAT-VERIFIED                 VALUE 'Y'.
003390 01  WS-TODAY                    PIC 9(08).
003400 01  WS-VCH-EXPIRY               PIC 9(08).
003410 01  FILLER REDEFINES WS-VCH-EXPIRY.
003420     05 WS-VCH-EXPIRY-YYYY       PIC 9(04).
003430     05 WS-VCH-EXPIRY-MMDD       PIC 9(04).
003440 01  WS-SHOW-DATE-VALID-SW       PIC X(01) VALUE 'N'.
003450     88 WS-SHOW-DATE-VALID                   VALUE 'Y'.
003460 01  WS-SHOW-TIME-VALID-SW       PIC X(01) VALUE 'N'.
003470     88 WS-SHOW-TIME-VALID                   VALUE 'Y'.
003480 01  WS-TICKET-FIELDS.
003490     05 WS-TKT-DATE              PIC 9(06).
003500     05 WS-TKT-TIME              PIC 9(08).
003510     05 WS-TKT-ROW-DISP          PIC 9(02).
003520     05 WS-TKT-SEAT-DISP         PIC 9(02).
003530     05 WS-TKT-PRICE-EDIT        PIC ZZ,ZZ9.99.
003540 01  WS-CUST-FOUND-SW            PIC X(01) VALUE 'N'.
003550     88 WS-CUST-FOUND                        VALUE 'Y'.
003560 01  WS-OPERATOR-ID              PIC X(08).
003570 01  WS-OPER-FILE-STATUS         PIC X(02).
003580 01  WS-TKTC-FILE-STATUS         PIC X(02).
003590 01  WS-VOID-FILE-STATUS         PIC X(02).
003600 01  WS-VCH-FILE-STATUS          PIC X(02).
003610 01  WS-FEE-FILE-STATUS          PIC X(02).
003620 01  WS-JRNL-FILE-STATUS         PIC X(02).
003630******************************************************************
003640* The seat record as it stood before the update being made, and
003650* whether the update adds ('A') or changes ('C') it, held for
003660* the journal record written once the update succeeds.
003670******************************************************************
003680 01  WS-JRNL-FIELDS.
003690     05 WS-JRNL-ACTION           PIC X(01).
003700     05 WS-JRNL-BEFORE-IMAGE     PIC X(92).
003710 01  WS-CONTROL-NUMBER           PIC 9(10).
003720 01  WS-SIGNON-FIELDS.
003730     05 WS-SIGNON-ID             PIC X(08).
003740     05 WS-SIGNON-PASSWORD       PIC X(08).
003750     05 WS-SIGNON-TRIES          PIC 9(01) VALUE ZERO.
003760     05 WS-SIGNED-ON-SW          PIC X(01) VALUE 'N'.
003770         88 WS-SIGNED-ON                     VALUE 'Y'.
003780     05 WS-OPERATOR-ROLE         PIC X(01).
003790         88 WS-OPERATOR-SUPER                VALUE 'S'.
003800     05 WS-OPER-EMPTY-SW         PIC X(01) VALUE 'Y'.
003810         88 WS-OPER-EMPTY                    VALUE 'Y'.
003820     05 WS-OPER-FOUND-SW         PIC X(01) VALUE 'N'.
003830         88 WS-OPER-FOUND                    VALUE 'Y'.
003840     05 WS-OPER-ROLE-IN          PIC X(01).
003850         88 WS-OPER-ROLE-KNOWN               VALUE 'S' 'A'.
003860     05 WS-OPER-HOURS-IN.
003870         10 WS-OPER-START-IN     PIC 9(04).
003880         10 WS-OPER-END-IN       PIC 9(04).
003890 01  WS-CHECKIN-FIELDS.
003900     05 WS-CHECKIN-TICKET        PIC X(10).
003910     05 WS-CHECKIN-DONE-SW       PIC X(01) VALUE 'N'.
003920         88 WS-CHECKIN-DONE                  VALUE 'Y'.
003930     05 WS-CHECKIN-FOUND-SW      PIC X(01) VALUE 'N'.
003940         88 WS-CHECKIN-FOUND                 VALUE 'Y'.
003950     05 WS-CHECKIN-COUNT         PIC 9(05) COMP.
003960     05 WS-CHECKIN-COUNT-EDIT    PIC ZZ,ZZ9.
003970******************************************************************
003980* The ticket being exchanged and the seat it is moving to. The
003990* new seat may be on any performance, so its show, venue and
004000* bounds are held here rather than in the session's seat map;
004010* the direction byte says which way the price difference moves.
004020******************************************************************
004030 01  WS-EXCHANGE-FIELDS.
004040     05 WS-EXCH-TICKET           PIC X(10).
004050     05 WS-EXCH-OLD-ROW          PIC 9(02).
004060     05 WS-EXCH-OLD-SEAT         PIC 9(02).
004070     05 WS-EXCH-OLD-PRICE        PIC 9(05)V99.
004080     05 WS-EXCH-SHOW-ID          PIC X(04).
004090     05 WS-EXCH-SHOW-NAME        PIC X(20).
004100     05 WS-EXCH-VENUE-ID         PIC X(04).
004110     05 WS-EXCH-VENUE-NAME       PIC X(20).
004120     05 WS-EXCH-NUM-ROWS         PIC 9(02).
004130     05 WS-EXCH-NUM-SEATS        PIC 9(02).
004140     05 WS-EXCH-ROW-IN           PIC X(02).
004150     05 WS-EXCH-SEAT-IN          PIC X(02).
004160     05 WS-EXCH-ROW              PIC 9(02).
004170     05 WS-EXCH-SEAT             PIC 9(02).
004180     05 WS-EXCH-SEAT-VALID-SW    PIC X(01) VALUE 'N'.
004190         88 WS-EXCH-SEAT-VALID               VALUE 'Y'.
004200     05 WS-EXCH-SEAT-OK-SW       PIC X(01) VALUE 'N'.
004210         88 WS-EXCH-SEAT-OK                  VALUE 'Y'.
004220     05 WS-EXCH-NEW-STATE        PIC X(01).
004230     05 WS-EXCH-NEW-PRICE        PIC 9(05)V99.
004240     05 WS-EXCH-DIFFERENCE       PIC 9(05)V99.
004250     05 WS-EXCH-DIRECTION        PIC X(01).
004260         88 WS-EXCH-UPCHARGE                 VALUE 'U'.
004270         88 WS-EXCH-DOWNGRADE                VALUE 'D'.
004280         88 WS-EXCH-EVEN                     VALUE 'E'.
004290     05 WS-EXCH-ANSWER           PIC X(01).
004300     05 WS-EXCH-PRICE-EDIT       PIC ZZ,ZZ9.99.
004310     05 WS-EXCH-DIFF-EDIT        PIC ZZ,ZZ9.99.
004320******************************************************************
004330* The ticket being replaced on a lost/stolen reissue and why.
004340******************************************************************
004350 01  WS-REISSUE-FIELDS.
004360     05 WS-REIS-OLD-TICKET       PIC X(10).
004370     05 WS-REIS-REASON           PIC X(01).
004380         88 WS-REIS-REASON-KNOWN      VALUE 'L' 'S' 'D' 'O'.
004390     05 WS-REIS-REASON-VALID-SW  PIC X(01) VALUE 'N'.
004400         88 WS-REIS-REASON-VALID             VALUE 'Y'.
004410     05 WS-REIS-ANSWER           PIC X(01).
004420******************************************************************
004430* The voucher being sold, spent or issued as refund credit, and
004440* the split of a sale between voucher and cash/card.
004450******************************************************************
004460 01  WS-VOUCHER-FIELDS.
004470     05 WS-VCH-NUMBER            PIC X(10).
004480     05 WS-VCH-REFUND-SW         PIC X(01) VALUE 'N'.
004490         88 WS-VCH-REFUND                    VALUE 'Y'.
004500     05 WS-VCH-OK-SW             PIC X(01) VALUE 'N'.
004510         88 WS-VCH-OK                        VALUE 'Y'.
004520     05 WS-VCH-TYPE              PIC X(01).
004530         88 WS-VCH-GIFT                      VALUE 'G'.
004540     05 WS-VCH-VALUE             PIC 9(05)V99.
004550     05 WS-VCH-VALUE-VALID-SW    PIC X(01) VALUE 'N'.
004560         88 WS-VCH-VALUE-VALID               VALUE 'Y'.
004570     05 WS-VCH-DUE               PIC 9(05)V99.
004580     05 WS-VCH-APPLIED           PIC 9(05)V99.
004590     05 WS-VCH-SHORT             PIC 9(05)V99.
004600     05 WS-VCH-AMOUNT-EDIT       PIC ZZ,ZZ9.99.
004610******************************************************************
004620* The show (and its venue) whose fee schedule splits the payment
004630* being written, and the whole split kept aside while a voucher
004640* part-payment shares it between its two ledger records.
004650******************************************************************
004660 01  WS-FEE-FIELDS.
004670     05 WS-FEE-SHOW-ID           PIC X(04).
004680     05 WS-FEE-VENUE-ID          PIC X(04).
004690     05 WS-FEE-TAX-ONLY-SW       PIC X(01) VALUE 'N'.
004700         88 WS-FEE-TAX-ONLY                  VALUE 'Y'.
004710     05 WS-FEE-LEFT              PIC 9(05)V99.
004720     05 WS-FEE-FACE              PIC 9(05)V99.
004730     05 WS-FEE-BOOKING           PIC 9(05)V99.
004740     05 WS-FEE-FACILITY          PIC 9(05)V99.
004750     05 WS-FEE-TAX               PIC 9(05)V99.
004760******************************************************************
004770* What the ticket being cancelled took, read back off the
004780* payment ledger so its refund reverses the same face value,
004790* fees and tax: the sum of its sales and exchange differences
004800* under its own number (WS-SPLIT-TICKET) or the number it was
004810* first sold under (WS-TRACE-TICKET, traced back through any
004820* reissue on VOIDTKT).
004830******************************************************************
004840 01  WS-SPLIT-FIELDS.
004850     05 WS-SPLIT-TICKET          PIC X(10).
004860     05 WS-SPLIT-FOUND-SW        PIC X(01) VALUE 'N'.
004870         88 WS-SPLIT-FOUND                   VALUE 'Y'.
004880     05 WS-SPLIT-EOF-SW          PIC X(01) VALUE 'N'.
004890         88 WS-SPLIT-EOF                     VALUE 'Y'.
004900     05 WS-SPLIT-AMOUNT          PIC S9(07)V99.
004910     05 WS-SPLIT-FACE            PIC S9(07)V99.
004920     05 WS-SPLIT-BOOKING         PIC S9(07)V99.
004930     05 WS-SPLIT-FACILITY        PIC S9(07)V99.
004940     05 WS-SPLIT-TAX             PIC S9(07)V99.
004950     05 WS-TRACE-TICKET          PIC X(10).
004960     05 WS-TRACE-STEPS           PIC 9(02) COMP.
004970     05 WS-TRACE-DONE-SW         PIC X(01).
004980         88 WS-TRACE-DONE                    VALUE 'Y'.
004990     05 WS-TRACE-FOUND-SW        PIC X(01).
005000         88 WS-TRACE-FOUND                   VALUE 'Y'.
005010     05 WS-VOID-EOF-SW           PIC X(01).
005020         88 WS-VOID-EOF                      VALUE 'Y'.
005030 01  WS-MENU-CHOICE              PIC X(01).
005040     88 WS-CHOICE-RESERVE                VALUE '1'.
005050     88 WS-CHOICE-CANCEL                 VALUE '2'.
005060     88 WS-CHOICE-CHART                  VALUE '3'.
005070     88 WS-CHOICE-LOOKUP                 VALUE '4'.
005080     88 WS-CHOICE-PATRON                 VALUE '5'.
005090     88 WS-CHOICE-GROUP                  VALUE '6'.
005100     88 WS-CHOICE-HOLD                   VALUE '7'.
005110     88 WS-CHOICE-CONVERT                VALUE '8'.
005120     88 WS-CHOICE-SERIES                 VALUE '9'.
005130     88 WS-CHOICE-ATTRIBUTES             VALUE 'A'.
005140     88 WS-CHOICE-OPERATOR               VALUE 'O'.
005150     88 WS-CHOICE-CHECKIN                VALUE 'C'.
005160     88 WS-CHOICE-EXCHANGE               VALUE 'E'.
005170     88 WS-CHOICE-REISSUE                VALUE 'R'.
005180     88 WS-CHOICE-VOUCHER                VALUE 'G'.
005190 01  WS-SUBSCRIPTS.
005200     05 WS-ROW-NUM               PIC 9(02).
005210     05 WS-SEAT-NUM              PIC 9(02).
005220 01  WS-VALIDATION-SWITCHES.
005230     05 WS-ROW-VALID-SW          PIC X(01) VALUE 'N'.
005240         88 WS-ROW-VALID                    VALUE 'Y'.
005250     05 WS-SEAT-VALID-SW         PIC X(01) VALUE 'N'.
005260         88 WS-SEAT-VALID                   VALUE 'Y'.
005270     05 WS-VENUE-ROWS-VALID-SW    PIC X(01) VALUE 'N'.
005280         88 WS-VENUE-ROWS-VALID              VALUE 'Y'.
005290     05 WS-VENUE-SEATS-VALID-SW   PIC X(01) VALUE 'N'.
005300         88 WS-VENUE-SEATS-VALID             VALUE 'Y'.
005310     05 WS-PRICE-VALID-SW         PIC X(01) VALUE 'N'.
005320         88 WS-PRICE-VALID                   VALUE 'Y'.
005330 01  WS-CHART-FIELDS.
005340     05 WS-ROW-DISPLAY           PIC 9(02).
005350     05 WS-CHART-ROW-LABEL       PIC X(08).
005360     05 WS-CHART-SEATS-LINE      PIC X(40).
005370     05 WS-CHART-POS             PIC 9(02) COMP.
005380 01  WS-PROMPT-FIELDS.
005390     05 WS-ROW-MAX-DISP          PIC 9(02).
005400     05 WS-SEAT-MAX-DISP         PIC 9(02).
005410     05 WS-ROW-PROMPT            PIC X(31).
005420     05 WS-SEAT-PROMPT           PIC X(32).
005430 01  WS-GROUP-FIELDS.
005440     05 WS-PARTY-SIZE-IN         PIC X(02).
005450     05 WS-PARTY-SIZE            PIC 9(02).
005460     05 WS-PARTY-VALID-SW        PIC X(01) VALUE 'N'.
005470         88 WS-PARTY-VALID                  VALUE 'Y'.
005480     05 WS-GROUP-ROW-IN          PIC X(02).
005490     05 WS-GROUP-ROW             PIC 9(02).
005500     05 WS-GROUP-ROW-VALID-SW    PIC X(01) VALUE 'N'.
005510         88 WS-GROUP-ROW-VALID              VALUE 'Y'.
005520     05 WS-BLOCK-FOUND-SW        PIC X(01) VALUE 'N'.
005530         88 WS-BLOCK-FOUND                  VALUE 'Y'.
005540     05 WS-BLOCK-ROW             PIC 9(02).
005550     05 WS-BLOCK-START           PIC 9(02).
005560     05 WS-BLOCK-END             PIC 9(02).
005570     05 WS-BLOCK-CONFIRM         PIC X(01).
005580     05 WS-RUN-COUNT             PIC 9(02) COMP.
005590     05 WS-SCAN-ROW              PIC 9(02) COMP.
005600     05 WS-SCAN-SEAT             PIC 9(02) COMP.
005610 01  WS-HOLD-FIELDS.
005620     05 WS-HOLD-DATE-NOW         PIC 9(06).
005630     05 WS-HOLD-TIME-NOW         PIC 9(08).
005640******************************************************************
005650* The price-type scale: each code sells at a percentage of the
005660* row price. A comp always sells at zero no matter the row.
005670******************************************************************
005680 01  WS-PRICE-TYPE-FIELDS.
005690     05 WS-PRICE-TYPE            PIC X(01).
005700         88 WS-PTYPE-FULL                    VALUE 'F'.
005710         88 WS-PTYPE-SENIOR                  VALUE 'S'.
005720         88 WS-PTYPE-CHILD                   VALUE 'C'.
005730         88 WS-PTYPE-PROMO                   VALUE 'P'.
005740         88 WS-PTYPE-COMP                    VALUE 'M'.
005750         88 WS-PTYPE-KNOWN                   VALUE 'F' 'S' 'C'
005760                                                   'P' 'M'.
005770     05 WS-PTYPE-VALID-SW        PIC X(01) VALUE 'N'.
005780         88 WS-PTYPE-VALID                   VALUE 'Y'.
005790     05 WS-PRICE-PCT             PIC 9(03).
005800     05 WS-SALE-PRICE            PIC 9(05)V99.
005810     05 WS-BASE-PRICE            PIC 9(05)V99.
005820     05 WS-ROW-PRICED-SW         PIC X(01) VALUE 'N'.
005830         88 WS-ROW-PRICED                    VALUE 'Y'.
005840 01  WS-SERS-FILE-STATUS         PIC X(02).
005850 01  WS-ATTR-FILE-STATUS         PIC X(02).
005860 01  WS-ATTRIBUTE-FIELDS.
005870     05 WS-ATTR-VENUE-ID         PIC X(04).
005880     05 WS-ATTR-IN               PIC X(01).
005890         88 WS-ATTR-IN-KNOWN                 VALUE ' ' 'W' 'C'
005900                                                   'O' 'K'.
005910     05 WS-ATTR-ANSWER           PIC X(01).
005920     05 WS-ATTR-VALID-SW         PIC X(01) VALUE 'N'.
005930         88 WS-ATTR-VALID                    VALUE 'Y'.
005940 01  WS-SERIES-FIELDS.
005950     05 WS-SERIES-ID             PIC X(04).
005960     05 WS-SER-COUNT             PIC 9(02) COMP VALUE ZERO.
005970     05 WS-SER-IX                PIC 9(02) COMP.
005980     05 WS-SER-DONE-SW           PIC X(01) VALUE 'N'.
005990         88 WS-SER-DONE                      VALUE 'Y'.
006000     05 WS-SER-CONFLICTS         PIC 9(02) COMP.
006010     05 WS-SER-ANSWER            PIC X(01).
006020     05 WS-SER-ROW-IN            PIC X(02).
006030     05 WS-SER-SEAT-IN           PIC X(02).
006040     05 WS-SER-ROW               PIC 9(02).
006050     05 WS-SER-SEAT              PIC 9(02).
006060     05 WS-SER-SEAT-VALID-SW    PIC X(01) VALUE 'N'.
006070         88 WS-SER-SEAT-VALID                VALUE 'Y'.
006080     05 WS-SER-ADD-SHOW          PIC X(04).
006090     05 WS-SER-REASON            PIC X(30).
006100     05 WS-SER-WARNED-SW         PIC X(01) VALUE 'N'.
006110         88 WS-SER-WARNED                    VALUE 'Y'.
006120******************************************************************
006130* The performances of the series being booked, loaded front to
006140* back off SERIES-MASTER-FILE. The state byte records what the
006150* verify pass found for each show - 'O' the seat is open on
006160* file, 'C' the seat record must be created, 'A' the seat is
006170* already this patron's from an interrupted booking, 'X' a
006180* conflict - so the reserve pass only runs when no show
006190* conflicted at all.
006200******************************************************************
006210 01  WS-SERIES-SHOW-TABLE.
006220     05 WS-SER-ENTRY OCCURS 24 TIMES.
006230         10 WS-SER-SHOW-ID       PIC X(04).
006240         10 WS-SER-STATE         PIC X(01).
006250 01  WS-REVENUE-FIELDS.
006260     05 WS-TOTAL-REVENUE         PIC 9(07)V99 VALUE ZERO.
006270     05 WS-SEATS-SOLD            PIC 9(05) COMP VALUE ZERO.
006280     05 WS-TOTAL-REVENUE-EDIT    PIC Z,ZZZ,ZZ9.99.
006290     05 WS-SEATS-SOLD-EDIT       PIC ZZ,ZZ9.
006300 PROCEDURE DIVISION.
006310 0000-MAINLINE.
006320     DISPLAY "Seat Sales System".
006330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006340     PERFORM 2000-MAIN-PROCEDURE THRU 2000-EXIT
006350         UNTIL REPEAT NOT = 'Y'.
006360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006370     STOP RUN.
006380*
006390******************************************************************
006400* 1000-INITIALIZE - open the show master and seat status files,
006410* let the agent pick a showtime, then load whatever seat
006420* statuses were left on file for that showtime from a previous
006430* run.
006440******************************************************************
006450 1000-INITIALIZE.
006460     MOVE 'Y' TO REPEAT.
006470     OPEN I-O SEAT-STATUS-FILE.
006480     IF WS-SEAT-FILE-STATUS = "35"
006490         OPEN OUTPUT SEAT-STATUS-FILE
006500         CLOSE SEAT-STATUS-FILE
006510         OPEN I-O SEAT-STATUS-FILE
006520     END-IF.
006530     OPEN I-O SHOW-MASTER-FILE.
006540     IF WS-SHOW-FILE-STATUS = "35"
006550         OPEN OUTPUT SHOW-MASTER-FILE
006560         CLOSE SHOW-MASTER-FILE
006570         OPEN I-O SHOW-MASTER-FILE
006580     END-IF.
006590     OPEN I-O VENUE-MASTER-FILE.
006600     IF WS-VENUE-FILE-STATUS = "35"
006610         OPEN OUTPUT VENUE-MASTER-FILE
006620         CLOSE VENUE-MASTER-FILE
006630         OPEN I-O VENUE-MASTER-FILE
006640     END-IF.
006650     OPEN I-O ROW-PRICE-FILE.
006660     IF WS-PRICE-FILE-STATUS = "35"
006670         OPEN OUTPUT ROW-PRICE-FILE
006680         CLOSE ROW-PRICE-FILE
006690         OPEN I-O ROW-PRICE-FILE
006700     END-IF.
006710     OPEN EXTEND AUDIT-LOG-FILE.
006720     IF WS-AUDIT-FILE-STATUS = "35"
006730         OPEN OUTPUT AUDIT-LOG-FILE
006740         CLOSE AUDIT-LOG-FILE
006750         OPEN EXTEND AUDIT-LOG-FILE
006760     END-IF.
006770     OPEN I-O CUSTOMER-MASTER-FILE.
006780     IF WS-CUST-FILE-STATUS = "35"
006790         OPEN OUTPUT CUSTOMER-MASTER-FILE
006800         CLOSE CUSTOMER-MASTER-FILE
006810         OPEN I-O CUSTOMER-MASTER-FILE
006820     END-IF.
006830     OPEN I-O WAITLIST-FILE.
006840     IF WS-WAIT-FILE-STATUS = "35"
006850         OPEN OUTPUT WAITLIST-FILE
006860         CLOSE WAITLIST-FILE
006870         OPEN I-O WAITLIST-FILE
006880     END-IF.
006890     OPEN I-O SERIES-MASTER-FILE.
006900     IF WS-SERS-FILE-STATUS = "35"
006910         OPEN OUTPUT SERIES-MASTER-FILE
006920         CLOSE SERIES-MASTER-FILE
006930         OPEN I-O SERIES-MASTER-FILE
006940     END-IF.
006950     OPEN I-O SEAT-ATTRIBUTE-FILE.
006960     IF WS-ATTR-FILE-STATUS = "35"
006970         OPEN OUTPUT SEAT-ATTRIBUTE-FILE
006980         CLOSE SEAT-ATTRIBUTE-FILE
006990         OPEN I-O SEAT-ATTRIBUTE-FILE
007000     END-IF.
007010     OPEN EXTEND TICKET-PRINT-FILE.
007020     IF WS-TICKET-FILE-STATUS = "35"
007030         OPEN OUTPUT TICKET-PRINT-FILE
007040         CLOSE TICKET-PRINT-FILE
007050         OPEN EXTEND TICKET-PRINT-FILE
007060     END-IF.
007070     OPEN EXTEND PAYMENT-LEDGER-FILE.
007080     IF WS-PAY-FILE-STATUS = "35"
007090         OPEN OUTPUT PAYMENT-LEDGER-FILE
007100         CLOSE PAYMENT-LEDGER-FILE
007110         OPEN EXTEND PAYMENT-LEDGER-FILE
007120     END-IF.
007130     OPEN I-O OPERATOR-MASTER-FILE.
007140     IF WS-OPER-FILE-STATUS = "35"
007150         OPEN OUTPUT OPERATOR-MASTER-FILE
007160         CLOSE OPERATOR-MASTER-FILE
007170         OPEN I-O OPERATOR-MASTER-FILE
007180     END-IF.
007190     OPEN I-O VOIDED-TICKET-FILE.
007200     IF WS-VOID-FILE-STATUS = "35"
007210         OPEN OUTPUT VOIDED-TICKET-FILE
007220         CLOSE VOIDED-TICKET-FILE
007230         OPEN I-O VOIDED-TICKET-FILE
007240     END-IF.
007250     OPEN I-O VOUCHER-MASTER-FILE.
007260     IF WS-VCH-FILE-STATUS = "35"
007270         OPEN OUTPUT VOUCHER-MASTER-FILE
007280         CLOSE VOUCHER-MASTER-FILE
007290         OPEN I-O VOUCHER-MASTER-FILE
007300     END-IF.
007310     OPEN INPUT FEE-SCHEDULE-FILE.
007320     IF WS-FEE-FILE-STATUS = "35"
007330         OPEN OUTPUT FEE-SCHEDULE-FILE
007340         CLOSE FEE-SCHEDULE-FILE
007350         OPEN INPUT FEE-SCHEDULE-FILE
007360     END-IF.
007370     OPEN EXTEND SEAT-JOURNAL-FILE.
007380     IF WS-JRNL-FILE-STATUS = "35"
007390         OPEN OUTPUT SEAT-JOURNAL-FILE
007400         CLOSE SEAT-JOURNAL-FILE
007410         OPEN EXTEND SEAT-JOURNAL-FILE
007420     END-IF.
007430     PERFORM 1070-SIGN-ON THRU 1070-EXIT.
007440     IF NOT WS-SIGNED-ON
007450         PERFORM 1075-SIGN-ON-FAILED THRU 1075-EXIT
007460     END-IF.
007470     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
007480     PERFORM 1050-SELECT-SHOW THRU 1050-EXIT.
007490     MOVE 1 TO WS-ROW-NUM.
007500     PERFORM 1200-LOAD-ROW THRU 1200-EXIT
007510         UNTIL WS-ROW-NUM > WS-NUM-ROWS.
007520     GO TO 1000-EXIT.
007530 1000-EXIT.
007540     EXIT.
007550*
007560******************************************************************
007570* 1070-SIGN-ON - validate the operator against the operator
007580* master before anything can be sold: up to three tries at an
007590* ID and password, each failure logged to the audit trail so
007600* AL-OPERATOR-ID is finally worth standing behind. An empty
007610* operator file (first run at a new installation) bootstraps
007620* its first supervisor before the sign-on proper.
007630******************************************************************
007640 1070-SIGN-ON.
007650     PERFORM 1073-CHECK-OPERATOR-EMPTY THRU 1073-EXIT.
007660     IF WS-OPER-EMPTY
007670         PERFORM 1072-BOOTSTRAP-OPERATOR THRU 1072-EXIT
007680     END-IF.
007690     MOVE ZERO TO WS-SIGNON-TRIES.
007700     PERFORM 1071-ATTEMPT-SIGN-ON THRU 1071-EXIT
007710         UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3.
007720     GO TO 1070-EXIT.
007730 1070-EXIT.
007740     EXIT.
007750*
007760 1071-ATTEMPT-SIGN-ON.
007770     ADD 1 TO WS-SIGNON-TRIES.
007780     DISPLAY "Operator ID:".
007790     ACCEPT WS-SIGNON-ID.
007800     DISPLAY "Password:".
007810     ACCEPT WS-SIGNON-PASSWORD.
007820     MOVE WS-SIGNON-ID TO OP-OPERATOR-ID.
007830     READ OPERATOR-MASTER-FILE
007840         INVALID KEY
007850             PERFORM 1080-LOG-SIGNON-FAILURE THRU 1080-EXIT
007860             DISPLAY "Sign-on refused."
007870             GO TO 1071-EXIT
007880     END-READ.
007890     IF OP-PASSWORD = WS-SIGNON-PASSWORD
007900         MOVE 'Y' TO WS-SIGNED-ON-SW
007910         MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
007920         MOVE OP-ROLE TO WS-OPERATOR-ROLE
007930         DISPLAY "Signed on. Role: " WS-OPERATOR-ROLE
007940     ELSE
007950         PERFORM 1080-LOG-SIGNON-FAILURE THRU 1080-EXIT
007960         DISPLAY "Sign-on refused."
007970     END-IF.
007980     GO TO 1071-EXIT.
007990 1071-EXIT.
008000     EXIT.
008010*
008020******************************************************************
008030* 1072-BOOTSTRAP-OPERATOR - the operator master has no records
008040* yet; define the installation's first supervisor so there is
008050* someone who can sign on and add the rest.
008060******************************************************************
008070 1072-BOOTSTRAP-OPERATOR.
008080     DISPLAY "No operators are on file yet.".
008090     DISPLAY "Define the first supervisor.".
008100     DISPLAY "Operator ID:".
008110     ACCEPT OP-OPERATOR-ID.
008120     DISPLAY "Password:".
008130     ACCEPT OP-PASSWORD.
008140     MOVE 'S' TO OP-ROLE.
008150     MOVE ZERO TO OP-SHIFT-START.
008160     MOVE ZERO TO OP-SHIFT-END.
008170     WRITE OPERATOR-MASTER-RECORD
008180         INVALID KEY
008190             CONTINUE
008200     END-WRITE.
008210     DISPLAY "Supervisor added. Now sign on.".
008220     GO TO 1072-EXIT.
008230 1072-EXIT.
008240     EXIT.
008250*
008260 1073-CHECK-OPERATOR-EMPTY.
008270     MOVE 'Y' TO WS-OPER-EMPTY-SW.
008280     MOVE LOW-VALUES TO OP-OPERATOR-ID.
008290     START OPERATOR-MASTER-FILE
008300         KEY IS NOT LESS THAN OP-OPERATOR-ID
008310         INVALID KEY
008320             GO TO 1073-EXIT
008330     END-START.
008340     READ OPERATOR-MASTER-FILE NEXT RECORD
008350         AT END
008360             GO TO 1073-EXIT
008370     END-READ.
008380     MOVE 'N' TO WS-OPER-EMPTY-SW.
008390     GO TO 1073-EXIT.
008400 1073-EXIT.
008410     EXIT.
008420*
008430******************************************************************
008440* 1075-SIGN-ON-FAILED - three refused tries; close everything
008450* that was opened and end the session without selling a thing.
008460* Each refusal is already on the audit trail.
008470******************************************************************
008480 1075-SIGN-ON-FAILED.
008490     DISPLAY "Sign-on failed - the session is ended.".
008500     CLOSE SEAT-STATUS-FILE.
008510     CLOSE SHOW-MASTER-FILE.
008520     CLOSE VENUE-MASTER-FILE.
008530     CLOSE ROW-PRICE-FILE.
008540     CLOSE AUDIT-LOG-FILE.
008550     CLOSE CUSTOMER-MASTER-FILE.
008560     CLOSE TICKET-PRINT-FILE.
008570     CLOSE PAYMENT-LEDGER-FILE.
008580     CLOSE WAITLIST-FILE.
008590     CLOSE SERIES-MASTER-FILE.
008600     CLOSE SEAT-ATTRIBUTE-FILE.
008610     CLOSE OPERATOR-MASTER-FILE.
008620     CLOSE VOIDED-TICKET-FILE.
008630     CLOSE VOUCHER-MASTER-FILE.
008640     CLOSE FEE-SCHEDULE-FILE.
008650     CLOSE SEAT-JOURNAL-FILE.
008660     STOP RUN.
008670 1075-EXIT.
008680     EXIT.
008690*
008700******************************************************************
008710* 1080-LOG-SIGNON-FAILURE - write one SIGNFAIL audit entry for
008720* a refused sign-on try, under the ID that was attempted. No
008730* show is selected yet and no seat is involved, so those
008740* fields are blank/zero.
008750******************************************************************
008760 1080-LOG-SIGNON-FAILURE.
008770     ACCEPT AL-DATE FROM DATE.
008780     ACCEPT AL-TIME FROM TIME.
008790     MOVE SPACES TO AL-SHOW-ID.
008800     MOVE ZERO TO AL-ROW.
008810     MOVE ZERO TO AL-SEAT.
008820     MOVE "SIGNFAIL" TO AL-ACTION.
008830     MOVE WS-SIGNON-ID TO AL-OPERATOR-ID.
008840     MOVE SPACES TO AL-PRICE-TYPE.
008850     MOVE ZERO TO AL-AMOUNT.
008860     WRITE AUDIT-LOG-RECORD.
008870     GO TO 1080-EXIT.
008880 1080-EXIT.
008890     EXIT.
008900*
008910******************************************************************
008920* 1050-SELECT-SHOW - list the showtimes on file and let the
008930* agent choose one, adding it to SHOW-MASTER-FILE if it is new.
008940******************************************************************
008950 1050-SELECT-SHOW.
008960     DISPLAY "Available showtimes:".
008970     PERFORM 1051-LIST-SHOWS THRU 1051-EXIT.
008980     DISPLAY "Enter a showtime ID (new ID to add a showtime):".
008990     ACCEPT WS-SHOW-ID.
009000     MOVE WS-SHOW-ID TO SM-SHOW-ID.
009010     READ SHOW-MASTER-FILE
009020         INVALID KEY
009030             PERFORM 1052-ADD-SHOW THRU 1052-EXIT
009040         NOT INVALID KEY
009050             MOVE SM-SHOW-NAME TO WS-SHOW-NAME
009060             DISPLAY "Selected showtime: " WS-SHOW-NAME
009070             IF SM-SHOW-DATE < WS-TODAY
009080                 DISPLAY "Warning: this showtime has already "
009090                     "played."
009100             END-IF
009110     END-READ.
009120     MOVE SM-VENUE-ID TO VM-VENUE-ID.
009130     MOVE SM-VENUE-ID TO WS-SHOW-VENUE-ID.
009140     PERFORM 1060-LOAD-VENUE THRU 1060-EXIT.
009150     GO TO 1050-EXIT.
009160 1050-EXIT.
009170     EXIT.
009180*
009190 1051-LIST-SHOWS.
009200     MOVE 'N' TO WS-SHOW-EOF-SW.
009210     MOVE LOW-VALUES TO SM-SHOW-ID.
009220     START SHOW-MASTER-FILE KEY IS NOT LESS THAN SM-SHOW-ID
009230         INVALID KEY MOVE 'Y' TO WS-SHOW-EOF-SW
009240     END-START.
009250     PERFORM 1053-LIST-ONE-SHOW THRU 1053-EXIT
009260         UNTIL WS-SHOW-EOF.
009270     GO TO 1051-EXIT.
009280 1051-EXIT.
009290     EXIT.
009300*
009310 1052-ADD-SHOW.
009320     DISPLAY "That showtime is not on file.".
009330     DISPLAY "Enter a name for it:".
009340     ACCEPT SM-SHOW-NAME.
009350     DISPLAY "Enter the venue ID for this showtime:".
009360     ACCEPT SM-VENUE-ID.
009370     MOVE 'N' TO WS-SHOW-DATE-VALID-SW.
009380     PERFORM 1054-PROMPT-SHOW-DATE THRU 1054-EXIT
009390         UNTIL WS-SHOW-DATE-VALID.
009400     MOVE 'N' TO WS-SHOW-TIME-VALID-SW.
009410     PERFORM 1055-PROMPT-SHOW-TIME THRU 1055-EXIT
009420         UNTIL WS-SHOW-TIME-VALID.
009430     WRITE SHOW-MASTER-RECORD.
009440     MOVE SM-SHOW-NAME TO WS-SHOW-NAME.
009450     DISPLAY "New showtime added: " WS-SHOW-NAME.
009460     GO TO 1052-EXIT.
009470 1052-EXIT.
009480     EXIT.
009490*
009500 1053-LIST-ONE-SHOW.
009510     READ SHOW-MASTER-FILE NEXT RECORD
009520         AT END
009530             MOVE 'Y' TO WS-SHOW-EOF-SW
009540         NOT AT END
009550             IF SM-SHOW-DATE < WS-TODAY
009560                 DISPLAY SM-SHOW-ID " " SM-SHOW-NAME " "
009570                     SM-SHOW-DATE " " SM-SHOW-TIME " * PAST *"
009580             ELSE
009590                 DISPLAY SM-SHOW-ID " " SM-SHOW-NAME " "
009600                     SM-SHOW-DATE " " SM-SHOW-TIME
009610             END-IF
009620     END-READ.
009630     GO TO 1053-EXIT.
009640 1053-EXIT.
009650     EXIT.
009660*
009670******************************************************************
009680* 1054-PROMPT-SHOW-DATE - accept the performance date for a new
009690* showtime, re-prompting until it is an 8-digit numeric
009700* YYYYMMDD value.
009710******************************************************************
009720 1054-PROMPT-SHOW-DATE.
009730     DISPLAY "Enter the performance date (YYYYMMDD):".
009740     ACCEPT SM-SHOW-DATE.
009750     IF SM-SHOW-DATE IS NUMERIC AND SM-SHOW-DATE > 0
009760         MOVE 'Y' TO WS-SHOW-DATE-VALID-SW
009770     ELSE
009780         DISPLAY "Invalid date. Enter 8 numeric digits."
009790     END-IF.
009800     GO TO 1054-EXIT.
009810 1054-EXIT.
009820     EXIT.
009830*
009840******************************************************************
009850* 1055-PROMPT-SHOW-TIME - accept the curtain time for a new
009860* showtime, re-prompting until it is a 4-digit numeric 24-hour
009870* HHMM value.
009880******************************************************************
009890 1055-PROMPT-SHOW-TIME.
009900     DISPLAY "Enter the curtain time (HHMM, 24-hour):".
009910     ACCEPT SM-SHOW-TIME.
009920     IF SM-SHOW-TIME IS NUMERIC AND SM-SHOW-TIME < 2400
009930         MOVE 'Y' TO WS-SHOW-TIME-VALID-SW
009940     ELSE
009950         DISPLAY "Invalid time. Enter HHMM, 0000-2359."
009960     END-IF.
009970     GO TO 1055-EXIT.
009980 1055-EXIT.
009990     EXIT.
010000*
010010******************************************************************
010020* 1060-LOAD-VENUE - read the venue-definition record for the
010030* selected show so this run picks up that venue's dimensions
010040* instead of a fixed layout, defining a new venue if needed.
010050******************************************************************
010060 1060-LOAD-VENUE.
010070     READ VENUE-MASTER-FILE
010080         INVALID KEY
010090             PERFORM 1061-ADD-VENUE THRU 1061-EXIT
010100         NOT INVALID KEY
010110             MOVE VM-NUM-ROWS TO WS-NUM-ROWS
010120             MOVE VM-NUM-SEATS TO WS-MAX-SEATS
010130             MOVE VM-VENUE-NAME TO WS-VENUE-NAME
010140             DISPLAY "Venue: " WS-VENUE-NAME
010150     END-READ.
010160     MOVE VM-VENUE-ID TO WS-ATTR-VENUE-ID.
010170     GO TO 1060-EXIT.
010180 1060-EXIT.
010190     EXIT.
010200*
010210 1061-ADD-VENUE.
010220     DISPLAY "That venue is not on file.".
010230     DISPLAY "Enter a name for it:".
010240     ACCEPT VM-VENUE-NAME.
010250     MOVE 'N' TO WS-VENUE-ROWS-VALID-SW.
010260     PERFORM 1062-PROMPT-VENUE-ROWS THRU 1062-EXIT
010270         UNTIL WS-VENUE-ROWS-VALID.
010280     MOVE 'N' TO WS-VENUE-SEATS-VALID-SW.
010290     PERFORM 1063-PROMPT-VENUE-SEATS THRU 1063-EXIT
010300         UNTIL WS-VENUE-SEATS-VALID.
010310     WRITE VENUE-MASTER-RECORD.
010320     MOVE VM-NUM-ROWS TO WS-NUM-ROWS.
010330     MOVE VM-NUM-SEATS TO WS-MAX-SEATS.
010340     MOVE VM-VENUE-NAME TO WS-VENUE-NAME.
010350     DISPLAY "New venue added: " WS-VENUE-NAME.
010360     GO TO 1061-EXIT.
010370 1061-EXIT.
010380     EXIT.
010390*
010400******************************************************************
010410* 1062-PROMPT-VENUE-ROWS - accept the number of rows for a new
010420* venue, re-prompting until it is numeric and within the 01-20
010430* range the SEATS table's OCCURS DEPENDING ON clause allows.
010440******************************************************************
010450 1062-PROMPT-VENUE-ROWS.
010460     DISPLAY "Enter number of rows (01-20):".
010470     ACCEPT VM-NUM-ROWS.
010480     IF VM-NUM-ROWS IS NUMERIC
010490         AND VM-NUM-ROWS >= 1 AND VM-NUM-ROWS <= 20
010500         MOVE 'Y' TO WS-VENUE-ROWS-VALID-SW
010510     ELSE
010520         DISPLAY "Invalid entry. Enter 01 through 20."
010530     END-IF.
010540     GO TO 1062-EXIT.
010550 1062-EXIT.
010560     EXIT.
010570*
010580******************************************************************
010590* 1063-PROMPT-VENUE-SEATS - accept the number of seats per row for
010600* a new venue, re-prompting until it is numeric and within the
010610* 01-20 range the SEATS table's OCCURS DEPENDING ON clause allows.
010620******************************************************************
010630 1063-PROMPT-VENUE-SEATS.
010640     DISPLAY "Enter number of seats per row (01-20):".
010650     ACCEPT VM-NUM-SEATS.
010660     IF VM-NUM-SEATS IS NUMERIC
010670         AND VM-NUM-SEATS >= 1 AND VM-NUM-SEATS <= 20
010680         MOVE 'Y' TO WS-VENUE-SEATS-VALID-SW
010690     ELSE
010700         DISPLAY "Invalid entry. Enter 01 through 20."
010710     END-IF.
010720     GO TO 1063-EXIT.
010730 1063-EXIT.
010740     EXIT.
010750*
010760 1200-LOAD-ROW.
010770     PERFORM 1210-LOAD-ROW-PRICE THRU 1210-EXIT.
010780     MOVE 1 TO WS-SEAT-NUM.
010790     PERFORM 1100-LOAD-SEAT THRU 1100-EXIT
010800         UNTIL WS-SEAT-NUM > WS-MAX-SEATS.
010810     ADD 1 TO WS-ROW-NUM.
010820     GO TO 1200-EXIT.
010830 1200-EXIT.
010840     EXIT.
010850*
010860******************************************************************
010870* 1210-LOAD-ROW-PRICE - read the ticket price on file for this
010880* row of the current showtime, prompting for one if it is not
010890* yet on file.
010900******************************************************************
010910 1210-LOAD-ROW-PRICE.
010920     MOVE WS-SHOW-ID TO RP-SHOW-ID.
010930     MOVE WS-ROW-NUM TO RP-ROW.
010940     READ ROW-PRICE-FILE
010950         INVALID KEY
010960             PERFORM 1211-SET-ROW-PRICE THRU 1211-EXIT
010970         NOT INVALID KEY
010980             MOVE RP-PRICE TO ROW-PRICE(WS-ROW-NUM)
010990     END-READ.
011000     GO TO 1210-EXIT.
011010 1210-EXIT.
011020     EXIT.
011030*
011040 1211-SET-ROW-PRICE.
011050     IF NOT WS-OPERATOR-SUPER
011060         MOVE WS-ROW-NUM TO WS-ROW-DISPLAY
011070         DISPLAY "Row " WS-ROW-DISPLAY " has no price and "
011080             "price setting needs a supervisor."
011090         DISPLAY "The row stays unpriced this session."
011100         PERFORM 2175-LOG-REFUSED-ACTION THRU 2175-EXIT
011110         MOVE ZERO TO ROW-PRICE(WS-ROW-NUM)
011120         GO TO 1211-EXIT
011130     END-IF.
011140     MOVE WS-ROW-NUM TO WS-ROW-DISPLAY.
011150     MOVE 'N' TO WS-PRICE-VALID-SW.
011160     PERFORM 1212-PROMPT-ROW-PRICE THRU 1212-EXIT
011170         UNTIL WS-PRICE-VALID.
011180     WRITE ROW-PRICE-RECORD.
011190     MOVE RP-PRICE TO ROW-PRICE(WS-ROW-NUM).
011200     GO TO 1211-EXIT.
011210 1211-EXIT.
011220     EXIT.
011230*
011240******************************************************************
011250* 1212-PROMPT-ROW-PRICE - accept the ticket price for a row, re-
011260* prompting until it is a valid, non-negative numeric amount.
011270******************************************************************
011280 1212-PROMPT-ROW-PRICE.
011290     DISPLAY "Enter ticket price for row " WS-ROW-DISPLAY
011300         " as 00000.00, no decimal point:".
011310     ACCEPT RP-PRICE.
011320     IF RP-PRICE IS NUMERIC
011330         MOVE 'Y' TO WS-PRICE-VALID-SW
011340     ELSE
011350         DISPLAY "Invalid price. Enter numeric digits only."
011360     END-IF.
011370     GO TO 1212-EXIT.
011380 1212-EXIT.
011390     EXIT.
011400*
011410 1100-LOAD-SEAT.
011420     MOVE WS-SHOW-ID TO SS-SHOW-ID.
011430     MOVE WS-ROW-NUM TO SS-ROW.
011440     MOVE WS-SEAT-NUM TO SS-SEAT.
011450     READ SEAT-STATUS-FILE
011460         INVALID KEY
011470             MOVE 'L' TO SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM)
011480             MOVE SPACES
011490                 TO SEAT-CUST-ID(WS-ROW-NUM, WS-SEAT-NUM)
011500             MOVE SPACES
011510                 TO SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM)
011520             MOVE SPACES
011530                 TO SEAT-CUST-PHONE(WS-ROW-NUM, WS-SEAT-NUM)
011540             MOVE SPACES
011550                 TO SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM)
011560             MOVE ZERO
011570                 TO SEAT-HOLD-DATE(WS-ROW-NUM, WS-SEAT-NUM)
011580             MOVE ZERO
011590                 TO SEAT-HOLD-TIME(WS-ROW-NUM, WS-SEAT-NUM)
011600             MOVE 'L' TO SS-STATUS
011610             MOVE SPACES TO SS-CUSTOMER-ID
011620             MOVE SPACES TO SS-CUSTOMER-NAME
011630             MOVE SPACES TO SS-CUSTOMER-PHONE
011640             MOVE SPACES TO SS-TICKET-NUMBER
011650             MOVE SPACES
011660                 TO SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM)
011670             MOVE ZERO
011680                 TO SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM)
011690             MOVE SPACES TO SS-PRICE-TYPE
011700             MOVE ZERO TO SS-SALE-PRICE
011710             MOVE ZERO TO SS-HOLD-DATE
011720             MOVE ZERO TO SS-HOLD-TIME
011730             MOVE 'A' TO WS-JRNL-ACTION
011740             MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
011750             WRITE SEAT-STATUS-RECORD
011760             PERFORM 2103-WRITE-SEAT-JOURNAL THRU 2103-EXIT
011770         NOT INVALID KEY
011780             MOVE SS-STATUS TO SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM)
011790             MOVE SS-CUSTOMER-ID
011800                 TO SEAT-CUST-ID(WS-ROW-NUM, WS-SEAT-NUM)
011810             MOVE SS-CUSTOMER-NAME
011820                 TO SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM)
011830             MOVE SS-CUSTOMER-PHONE
011840                 TO SEAT-CUST-PHONE(WS-ROW-NUM, WS-SEAT-NUM)
011850             MOVE SS-TICKET-NUMBER
011860                 TO SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM)
011870             MOVE SS-PRICE-TYPE
011880                 TO SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM)
011890             MOVE SS-SALE-PRICE
011900                 TO SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM)
011910             MOVE SS-HOLD-DATE
011920                 TO SEAT-HOLD-DATE(WS-ROW-NUM, WS-SEAT-NUM)
011930             MOVE SS-HOLD-TIME
011940                 TO SEAT-HOLD-TIME(WS-ROW-NUM, WS-SEAT-NUM)
011950     END-READ.
011960     MOVE WS-ATTR-VENUE-ID TO SA-VENUE-ID.
011970     MOVE WS-ROW-NUM TO SA-ROW.
011980     MOVE WS-SEAT-NUM TO SA-SEAT.
011990     READ SEAT-ATTRIBUTE-FILE
012000         INVALID KEY
012010             MOVE SPACE TO SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM)
012020         NOT INVALID KEY
012030             MOVE SA-ATTRIBUTE
012040                 TO SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM)
012050     END-READ.
012060     ADD 1 TO WS-SEAT-NUM.
012070     GO TO 1100-EXIT.
012080 1100-EXIT.
012090     EXIT.
012100*
012110******************************************************************
012120* 2000-MAIN-PROCEDURE - show the menu, accept a row and seat and
012130* either reserve or release it as chosen.
012140******************************************************************
012150 2000-MAIN-PROCEDURE.
012160     DISPLAY "1. Reserve a seat".
012170     DISPLAY "2. Release/cancel a seat".
012180     DISPLAY "3. View seating chart".
012190     DISPLAY "4. Look up who holds a seat".
012200     DISPLAY "5. Add/update a patron".
012210     DISPLAY "6. Reserve a party block".
012220     DISPLAY "7. Hold a seat".
012230     DISPLAY "8. Convert a hold to a sale".
012240     DISPLAY "9. Book a series seat".
012250     DISPLAY "A. Maintain seat attributes".
012260     DISPLAY "O. Add/update an operator".
012270     DISPLAY "C. Check in tickets (show night)".
012280     DISPLAY "E. Exchange a ticket to another seat/show".
012290     DISPLAY "R. Reissue a lost/stolen ticket".
012300     DISPLAY "G. Sell a gift voucher".
012310     DISPLAY "Select an option".
012320     ACCEPT WS-MENU-CHOICE.
012330     EVALUATE TRUE
012340         WHEN WS-CHOICE-RESERVE
012350             DISPLAY "Select row and seat"
012360             PERFORM 2030-GET-ROW THRU 2030-EXIT
012370             PERFORM 2040-GET-SEAT THRU 2040-EXIT
012380             PERFORM 2010-RESERVE-SEAT THRU 2010-EXIT
012390         WHEN WS-CHOICE-CANCEL
012400             IF NOT WS-OPERATOR-SUPER
012410                 DISPLAY "Cancellations need a supervisor."
012420                 PERFORM 2175-LOG-REFUSED-ACTION THRU 2175-EXIT
012430             ELSE
012440             DISPLAY "Select row and seat"
012450             PERFORM 2030-GET-ROW THRU 2030-EXIT
012460             PERFORM 2040-GET-SEAT THRU 2040-EXIT
012470             PERFORM 2020-CANCEL-SEAT THRU 2020-EXIT
012480             END-IF
012490         WHEN WS-CHOICE-CHART
012500             PERFORM 2050-VIEW-CHART THRU 2050-EXIT
012510         WHEN WS-CHOICE-LOOKUP
012520             DISPLAY "Select row and seat"
012530             PERFORM 2030-GET-ROW THRU 2030-EXIT
012540             PERFORM 2040-GET-SEAT THRU 2040-EXIT
012550             PERFORM 2060-LOOKUP-SEAT THRU 2060-EXIT
012560         WHEN WS-CHOICE-PATRON
012570             PERFORM 2070-MAINTAIN-PATRON THRU 2070-EXIT
012580         WHEN WS-CHOICE-GROUP
012590             PERFORM 2080-GROUP-RESERVE THRU 2080-EXIT
012600         WHEN WS-CHOICE-HOLD
012610             DISPLAY "Select row and seat"
012620             PERFORM 2030-GET-ROW THRU 2030-EXIT
012630             PERFORM 2040-GET-SEAT THRU 2040-EXIT
012640             PERFORM 2090-HOLD-SEAT THRU 2090-EXIT
012650         WHEN WS-CHOICE-CONVERT
012660             DISPLAY "Select row and seat"
012670             PERFORM 2030-GET-ROW THRU 2030-EXIT
012680             PERFORM 2040-GET-SEAT THRU 2040-EXIT
012690             PERFORM 2095-CONVERT-HOLD THRU 2095-EXIT
012700         WHEN WS-CHOICE-SERIES
012710             PERFORM 2160-SERIES-BOOKING THRU 2160-EXIT
012720         WHEN WS-CHOICE-ATTRIBUTES
012730             IF NOT WS-OPERATOR-SUPER
012740                 DISPLAY "The seat map needs a supervisor."
012750                 PERFORM 2175-LOG-REFUSED-ACTION THRU 2175-EXIT
012760             ELSE
012770             DISPLAY "Select row and seat"
012780             PERFORM 2030-GET-ROW THRU 2030-EXIT
012790             PERFORM 2040-GET-SEAT THRU 2040-EXIT
012800             PERFORM 2170-MAINTAIN-ATTRIBUTE THRU 2170-EXIT
012810             END-IF
012820         WHEN WS-CHOICE-OPERATOR
012830             IF NOT WS-OPERATOR-SUPER
012840                 DISPLAY "Operator upkeep needs a supervisor."
012850                 PERFORM 2175-LOG-REFUSED-ACTION THRU 2175-EXIT
012860             ELSE
012870                 PERFORM 2180-MAINTAIN-OPERATOR THRU 2180-EXIT
012880             END-IF
012890         WHEN WS-CHOICE-CHECKIN
012900             PERFORM 2200-CHECKIN-MODE THRU 2200-EXIT
012910         WHEN WS-CHOICE-EXCHANGE
012920             PERFORM 2210-EXCHANGE-TICKET THRU 2210-EXIT
012930         WHEN WS-CHOICE-REISSUE
012940             IF NOT WS-OPERATOR-SUPER
012950                 DISPLAY "Ticket reissue needs a supervisor."
012960                 PERFORM 2175-LOG-REFUSED-ACTION THRU 2175-EXIT
012970             ELSE
012980                 PERFORM 2220-REISSUE-TICKET THRU 2220-EXIT
012990             END-IF
013000         WHEN WS-CHOICE-VOUCHER
013010             PERFORM 2230-SELL-VOUCHER THRU 2230-EXIT
013020         WHEN OTHER
013030             DISPLAY "Invalid option selected."
013040     END-EVALUATE.
013050     DISPLAY "Continue with the reservation? (Y/N)".
013060     ACCEPT REPEAT.
013070     GO TO 2000-EXIT.
013080 2000-EXIT.
013090     EXIT.
013100*
013110******************************************************************
013120* 2010-RESERVE-SEAT - sell one open seat. The on-file record is
013130* re-read and confirmed still open at the moment of update, so
013140* two terminals selling the same show can never both sell the
013150* same seat off stale session copies.
013160******************************************************************
013170 2010-RESERVE-SEAT.
013180     IF SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM) = 'K'
013190         DISPLAY "That seat is a house kill and is never sold."
013200         GO TO 2010-EXIT
013210     END-IF.
013220     IF SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM) NOT = SPACE
013230         PERFORM 2018-WARN-SEAT-ATTRIBUTE THRU 2018-EXIT
013240         IF WS-ATTR-ANSWER NOT = 'Y'
013250             DISPLAY "The seat was not sold."
013260             GO TO 2010-EXIT
013270         END-IF
013280     END-IF.
013290     PERFORM 2185-CHECK-ROW-PRICED THRU 2185-EXIT.
013300     IF NOT WS-ROW-PRICED
013310         DISPLAY "The row has no price on file - a supervisor"
013320             " must price it before it can sell."
013330         GO TO 2010-EXIT
013340     END-IF.
013350     IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'L'
013360         PERFORM 2011-GET-CUSTOMER-INFO THRU 2011-EXIT
013370         MOVE 'L' TO WS-EXPECTED-STATUS
013380         PERFORM 2105-VERIFY-SEAT-ON-FILE THRU 2105-EXIT
013390         IF NOT WS-SEAT-VERIFIED
013400             DISPLAY "That seat was just sold at another "
013410                 "terminal. Please choose another."
013420             GO TO 2010-EXIT
013430         END-IF
013440         MOVE 'X' TO SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM)
013450         MOVE CUST-ID-IN
013460             TO SEAT-CUST-ID(WS-ROW-NUM, WS-SEAT-NUM)
013470         MOVE CUST-NAME-IN
013480             TO SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM)
013490         MOVE CUST-PHONE-IN
013500             TO SEAT-CUST-PHONE(WS-ROW-NUM, WS-SEAT-NUM)
013510         MOVE CUST-TICKET-IN
013520             TO SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM)
013530         MOVE ROW-PRICE(WS-ROW-NUM) TO WS-BASE-PRICE
013540         PERFORM 2019-COMPUTE-SALE-PRICE THRU 2019-EXIT
013550         MOVE WS-PRICE-TYPE
013560             TO SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM)
013570         MOVE WS-SALE-PRICE
013580             TO SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM)
013590         PERFORM 2100-REWRITE-SEAT THRU 2100-EXIT
013600         MOVE "RESERVE " TO AL-ACTION
013610         PERFORM 2110-WRITE-AUDIT-RECORD THRU 2110-EXIT
013620         MOVE "SALE" TO PL-PAY-TYPE
013630         PERFORM 2115-WRITE-PAYMENT-RECORD THRU 2115-EXIT
013640         PERFORM 2120-WRITE-TICKET THRU 2120-EXIT
013650         DISPLAY "The seat was reserved correctly."
013660     ELSE
013670         DISPLAY "The seat is occupied. Please choose another."
013680         DISPLAY "Add this customer to the show's waitlist?"
013690             " (Y/N)"
013700         ACCEPT WS-WAIT-ANSWER
013710         IF WS-WAIT-ANSWER = 'Y'
013720             PERFORM 2130-ADD-TO-WAITLIST THRU 2130-EXIT
013730         END-IF
013740     END-IF.
013750     GO TO 2010-EXIT.
013760 2010-EXIT.
013770     EXIT.
013780*
013790******************************************************************
013800* 2011-GET-CUSTOMER-INFO - identify the customer for a
013810* reservation and assign the ticket number being issued from
013820* the number control file. The patron identification itself is
013830* shared with the hold flow, which has no ticket yet.
013840******************************************************************
013850 2011-GET-CUSTOMER-INFO.
013860     PERFORM 2015-GET-PATRON-INFO THRU 2015-EXIT.
013870     PERFORM 2190-ASSIGN-TICKET-NUMBER THRU 2190-EXIT.
013880     PERFORM 2016-GET-PRICE-TYPE THRU 2016-EXIT.
013890     PERFORM 2013-GET-TENDER-TYPE THRU 2013-EXIT.
013900     GO TO 2011-EXIT.
013910 2011-EXIT.
013920     EXIT.
013930*
013940******************************************************************
013950* 2012-FETCH-PATRON - read the customer master for CUST-ID-IN,
013960* moving the patron's name and phone into the reservation
013970* fields when the patron is on file.
013980******************************************************************
013990 2012-FETCH-PATRON.
014000     MOVE 'N' TO WS-CUST-FOUND-SW.
014010     MOVE CUST-ID-IN TO CM-CUSTOMER-ID.
014020     READ CUSTOMER-MASTER-FILE
014030         INVALID KEY
014040             CONTINUE
014050         NOT INVALID KEY
014060             MOVE 'Y' TO WS-CUST-FOUND-SW
014070             MOVE CM-CUSTOMER-NAME TO CUST-NAME-IN
014080             MOVE CM-CUSTOMER-PHONE TO CUST-PHONE-IN
014090             DISPLAY "Patron: " CM-CUSTOMER-NAME
014100     END-READ.
014110     GO TO 2012-EXIT.
014120 2012-EXIT.
014130     EXIT.
014140*
014150******************************************************************
014160* 2013-GET-TENDER-TYPE - capture how the money is moving for the
014170* sale or refund being keyed, re-prompting until it is one of
014180* the known tender codes. A voucher offered against a sale is
014190* checked as it is keyed; a caller about to refund sets
014200* WS-VCH-REFUND-SW first, since a voucher refund is paid on a
014210* new credit voucher and there is none to check.
014220******************************************************************
014230 2013-GET-TENDER-TYPE.
014240     MOVE 'N' TO WS-TENDER-VALID-SW.
014250     PERFORM 2014-PROMPT-TENDER THRU 2014-EXIT
014260         UNTIL WS-TENDER-VALID.
014270     MOVE 'N' TO WS-VCH-REFUND-SW.
014280     GO TO 2013-EXIT.
014290 2013-EXIT.
014300     EXIT.
014310*
014320 2014-PROMPT-TENDER.
014330     DISPLAY "Tender type (C=cash, D=card, P=comp, "
014340         "V=voucher):".
014350     ACCEPT WS-TENDER-TYPE.
014360     IF NOT WS-TENDER-KNOWN
014370         DISPLAY "Invalid tender. Enter C, D, P or V."
014380         GO TO 2014-EXIT
014390     END-IF.
014400     IF WS-TENDER-VOUCHER AND NOT WS-VCH-REFUND
014410         PERFORM 2232-GET-VOUCHER THRU 2232-EXIT
014420         IF NOT WS-VCH-OK
014430             GO TO 2014-EXIT
014440         END-IF
014450     END-IF.
014460     MOVE 'Y' TO WS-TENDER-VALID-SW.
014470     GO TO 2014-EXIT.
014480 2014-EXIT.
014490     EXIT.
014500*
014510******************************************************************
014520* 2015-GET-PATRON-INFO - identify the patron for a reservation
014530* or a hold. A patron ID pulls name/phone straight off the
014540* customer master; an ID not yet on file is added to the master
014550* from the details keyed here, so it is on file next time.
014560******************************************************************
014570 2015-GET-PATRON-INFO.
014580     DISPLAY "Patron ID (blank if none):".
014590     ACCEPT CUST-ID-IN.
014600     IF CUST-ID-IN = SPACES
014610         DISPLAY "Customer name:"
014620         ACCEPT CUST-NAME-IN
014630         DISPLAY "Customer phone:"
014640         ACCEPT CUST-PHONE-IN
014650     ELSE
014660         PERFORM 2012-FETCH-PATRON THRU 2012-EXIT
014670         IF NOT WS-CUST-FOUND
014680             DISPLAY "That patron is not on file - adding."
014690             DISPLAY "Customer name:"
014700             ACCEPT CUST-NAME-IN
014710             DISPLAY "Customer phone:"
014720             ACCEPT CUST-PHONE-IN
014730             MOVE CUST-ID-IN TO CM-CUSTOMER-ID
014740             MOVE CUST-NAME-IN TO CM-CUSTOMER-NAME
014750             MOVE CUST-PHONE-IN TO CM-CUSTOMER-PHONE
014760             WRITE CUSTOMER-MASTER-RECORD
014770         END-IF
014780     END-IF.
014790     GO TO 2015-EXIT.
014800 2015-EXIT.
014810     EXIT.
014820*
014830******************************************************************
014840* 2016-GET-PRICE-TYPE - capture the price code this ticket sells
014850* under, re-prompting until it is one of the known codes.
014860******************************************************************
014870 2016-GET-PRICE-TYPE.
014880     MOVE 'N' TO WS-PTYPE-VALID-SW.
014890     PERFORM 2017-PROMPT-PRICE-TYPE THRU 2017-EXIT
014900         UNTIL WS-PTYPE-VALID.
014910     GO TO 2016-EXIT.
014920 2016-EXIT.
014930     EXIT.
014940*
014950 2017-PROMPT-PRICE-TYPE.
014960     DISPLAY "Price type (F=full, S=senior, C=child, P=promo,"
014970         " M=comp):".
014980     ACCEPT WS-PRICE-TYPE.
014990     IF WS-PTYPE-KNOWN
015000         MOVE 'Y' TO WS-PTYPE-VALID-SW
015010     ELSE
015020         DISPLAY "Invalid price type. Enter F, S, C, P or M."
015030     END-IF.
015040     GO TO 2017-EXIT.
015050 2017-EXIT.
015060     EXIT.
015070*
015080******************************************************************
015090* 2018-WARN-SEAT-ATTRIBUTE - the seat being offered carries an
015100* attribute on the venue's map; tell the agent what it is and
015110* let them confirm with the patron before going on. A killed
015120* seat never reaches here - it is blocked outright.
015130******************************************************************
015140 2018-WARN-SEAT-ATTRIBUTE.
015150     EVALUATE SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM)
015160         WHEN 'W'
015170             DISPLAY "This is a wheelchair position."
015180         WHEN 'C'
015190             DISPLAY "This is a companion seat."
015200         WHEN 'O'
015210             DISPLAY "This seat has an obstructed view."
015220         WHEN OTHER
015230             DISPLAY "This seat carries attribute "
015240                 SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM) "."
015250     END-EVALUATE.
015260     DISPLAY "Offer it anyway? (Y/N)".
015270     ACCEPT WS-ATTR-ANSWER.
015280     GO TO 2018-EXIT.
015290 2018-EXIT.
015300     EXIT.
015310*
015320******************************************************************
015330* 2019-COMPUTE-SALE-PRICE - turn WS-BASE-PRICE, set by the
015340* caller from the row price of the seat being sold,
015350* into the actual selling price under WS-PRICE-TYPE. The scale
015360* is full 100, senior 80, promo 75, child 50; a comp is always
015370* zero.
015380******************************************************************
015390 2019-COMPUTE-SALE-PRICE.
015400     EVALUATE TRUE
015410         WHEN WS-PTYPE-SENIOR
015420             MOVE 80 TO WS-PRICE-PCT
015430         WHEN WS-PTYPE-CHILD
015440             MOVE 50 TO WS-PRICE-PCT
015450         WHEN WS-PTYPE-PROMO
015460             MOVE 75 TO WS-PRICE-PCT
015470         WHEN WS-PTYPE-COMP
015480             MOVE ZERO TO WS-PRICE-PCT
015490         WHEN OTHER
015500             MOVE 100 TO WS-PRICE-PCT
015510     END-EVALUATE.
015520     COMPUTE WS-SALE-PRICE ROUNDED =
015530         (WS-BASE-PRICE * WS-PRICE-PCT) / 100.
015540     GO TO 2019-EXIT.
015550 2019-EXIT.
015560     EXIT.
015570*
015580******************************************************************
015590* 2020-CANCEL-SEAT - release a sold or held seat back to 'L',
015600* logging a CANCEL for a sale and a RELEASE for a hold so the
015610* audit trail shows which kind of booking was undone.
015620******************************************************************
015630 2020-CANCEL-SEAT.
015640     IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'X'
015650         OR SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'H'
015660         MOVE SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM)
015670             TO WS-EXPECTED-STATUS
015680         PERFORM 2105-VERIFY-SEAT-ON-FILE THRU 2105-EXIT
015690         IF NOT WS-SEAT-VERIFIED
015700             DISPLAY "That seat changed at another terminal."
015710             DISPLAY "Check the chart and try again."
015720             GO TO 2020-EXIT
015730         END-IF
015740         IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'X'
015750             MOVE "CANCEL  " TO AL-ACTION
015760             MOVE SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM)
015770                 TO WS-PRICE-TYPE
015780             MOVE SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM)
015790                 TO WS-SALE-PRICE
015800             DISPLAY "Refund the patron:"
015810             MOVE SEAT-CUST-ID(WS-ROW-NUM, WS-SEAT-NUM)
015820                 TO CUST-ID-IN
015830             MOVE 'Y' TO WS-VCH-REFUND-SW
015840             PERFORM 2013-GET-TENDER-TYPE THRU 2013-EXIT
015850             MOVE "RFND" TO PL-PAY-TYPE
015860             PERFORM 2115-WRITE-PAYMENT-RECORD THRU 2115-EXIT
015870         ELSE
015880             MOVE "RELEASE " TO AL-ACTION
015890         END-IF
015900         MOVE 'L' TO SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM)
015910         MOVE SPACES TO SEAT-CUST-ID(WS-ROW-NUM, WS-SEAT-NUM)
015920         MOVE SPACES TO SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM)
015930         MOVE SPACES TO SEAT-CUST-PHONE(WS-ROW-NUM, WS-SEAT-NUM)
015940         MOVE SPACES TO SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM)
015950         MOVE SPACES TO SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM)
015960         MOVE ZERO TO SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM)
015970         MOVE ZERO TO SEAT-HOLD-DATE(WS-ROW-NUM, WS-SEAT-NUM)
015980         MOVE ZERO TO SEAT-HOLD-TIME(WS-ROW-NUM, WS-SEAT-NUM)
015990         PERFORM 2100-REWRITE-SEAT THRU 2100-EXIT
016000         PERFORM 2110-WRITE-AUDIT-RECORD THRU 2110-EXIT
016010         DISPLAY "The seat was released correctly."
016020         PERFORM 2150-OFFER-WAITLIST THRU 2150-EXIT
016030     ELSE
016040         DISPLAY "The seat is not currently reserved."
016050     END-IF.
016060     GO TO 2020-EXIT.
016070 2020-EXIT.
016080     EXIT.
016090*
016100 2030-GET-ROW.
016110     MOVE 'N' TO WS-ROW-VALID-SW.
016120     PERFORM 2031-PROMPT-ROW THRU 2031-EXIT
016130         UNTIL WS-ROW-VALID.
016140     GO TO 2030-EXIT.
016150 2030-EXIT.
016160     EXIT.
016170*
016180******************************************************************
016190* 2031-PROMPT-ROW - accept a row number from the agent. Entry is
016200* 1-indexed (01-WS-NUM-ROWS), matching the row numbers printed on
016210* the seating chart (2051-DISPLAY-CHART-ROW) and everywhere else
016220* WS-ROW-NUM is displayed or stored, so the number an agent reads
016230* off the chart is always the number they type here.
016240******************************************************************
016250 2031-PROMPT-ROW.
016260     MOVE WS-NUM-ROWS TO WS-ROW-MAX-DISP.
016270     STRING "Select row (01-" DELIMITED BY SIZE
016280            WS-ROW-MAX-DISP DELIMITED BY SIZE
016290            "), zero-padded" DELIMITED BY SIZE
016300         INTO WS-ROW-PROMPT.
016310     DISPLAY WS-ROW-PROMPT.
016320     ACCEPT SROW.
016330     IF SROW IS NUMERIC
016340         MOVE SROW TO WS-ROW-NUM
016350         IF WS-ROW-NUM >= 1 AND WS-ROW-NUM <= WS-NUM-ROWS
016360             MOVE 'Y' TO WS-ROW-VALID-SW
016370         ELSE
016380             DISPLAY "Invalid row. Please enter a valid row"
016390         END-IF
016400     ELSE
016410         DISPLAY "Invalid row. Please enter 2 numeric digits."
016420     END-IF.
016430     GO TO 2031-EXIT.
016440 2031-EXIT.
016450     EXIT.
016460*
016470 2040-GET-SEAT.
016480     MOVE 'N' TO WS-SEAT-VALID-SW.
016490     PERFORM 2041-PROMPT-SEAT THRU 2041-EXIT
016500         UNTIL WS-SEAT-VALID.
016510     GO TO 2040-EXIT.
016520 2040-EXIT.
016530     EXIT.
016540*
016550*
016560******************************************************************
016570* 2041-PROMPT-SEAT - accept a seat number from the agent. Entry is
016580* 1-indexed (01-WS-MAX-SEATS), the same convention SEAT-STAT and
016590* every other seat-facing display or record use, so the number
016600* an agent reads off the chart or a lookup is the number they
016610* type here.
016620******************************************************************
016630 2041-PROMPT-SEAT.
016640     MOVE WS-MAX-SEATS TO WS-SEAT-MAX-DISP.
016650     STRING "Select seat (01-" DELIMITED BY SIZE
016660            WS-SEAT-MAX-DISP DELIMITED BY SIZE
016670            "), zero-padded" DELIMITED BY SIZE
016680         INTO WS-SEAT-PROMPT.
016690     DISPLAY WS-SEAT-PROMPT.
016700     ACCEPT SSEAT.
016710     IF SSEAT IS NUMERIC
016720         MOVE SSEAT TO WS-SEAT-NUM
016730         IF WS-SEAT-NUM >= 1 AND WS-SEAT-NUM <= WS-MAX-SEATS
016740             MOVE 'Y' TO WS-SEAT-VALID-SW
016750         ELSE
016760             DISPLAY "Invalid seat. Please enter a valid seat"
016770         END-IF
016780     ELSE
016790         DISPLAY "Invalid seat. Please enter 2 numeric digits."
016800     END-IF.
016810     GO TO 2041-EXIT.
016820 2041-EXIT.
016830     EXIT.
016840*
016850******************************************************************
016860* 2050-VIEW-CHART - refresh the whole house from the seat file
016870* before displaying it, so the chart always shows sales and
016880* holds made at other terminals since this session started.
016890******************************************************************
016900 2050-VIEW-CHART.
016910     MOVE 1 TO WS-ROW-NUM.
016920     PERFORM 1200-LOAD-ROW THRU 1200-EXIT
016930         UNTIL WS-ROW-NUM > WS-NUM-ROWS.
016940     DISPLAY "Seating chart (L = open, X = sold, H = held,"
016950         " A = attended)".
016960     DISPLAY "Open-seat attributes: W = wheelchair, C = "
016970         "companion, O = obstructed, K = killed".
016980     MOVE 1 TO WS-ROW-NUM.
016990     PERFORM 2051-DISPLAY-CHART-ROW THRU 2051-EXIT
017000         UNTIL WS-ROW-NUM > WS-NUM-ROWS.
017010     GO TO 2050-EXIT.
017020 2050-EXIT.
017030     EXIT.
017040*
017050 2051-DISPLAY-CHART-ROW.
017060     MOVE SPACES TO WS-CHART-SEATS-LINE.
017070     MOVE WS-ROW-NUM TO WS-ROW-DISPLAY.
017080     STRING "Row " DELIMITED BY SIZE
017090            WS-ROW-DISPLAY DELIMITED BY SIZE
017100            ": " DELIMITED BY SIZE
017110         INTO WS-CHART-ROW-LABEL.
017120     MOVE 1 TO WS-SEAT-NUM.
017130     PERFORM 2052-APPEND-CHART-SEAT THRU 2052-EXIT
017140         UNTIL WS-SEAT-NUM > WS-MAX-SEATS.
017150     DISPLAY WS-CHART-ROW-LABEL WS-CHART-SEATS-LINE.
017160     ADD 1 TO WS-ROW-NUM.
017170     GO TO 2051-EXIT.
017180 2051-EXIT.
017190     EXIT.
017200*
017210******************************************************************
017220* 2052-APPEND-CHART-SEAT - place one seat on the chart line. An
017230* open seat with an attribute on the venue's map shows its
017240* attribute letter instead of 'L', so the agent can see what
017250* they are offering; a sold or held seat shows its status as
017260* always.
017270******************************************************************
017280 2052-APPEND-CHART-SEAT.
017290     COMPUTE WS-CHART-POS = ((WS-SEAT-NUM - 1) * 2) + 1.
017300     IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'L'
017310         AND SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM) NOT = SPACE
017320         MOVE SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM)
017330             TO WS-CHART-SEATS-LINE(WS-CHART-POS:1)
017340     ELSE
017350         MOVE SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM)
017360             TO WS-CHART-SEATS-LINE(WS-CHART-POS:1)
017370     END-IF.
017380     ADD 1 TO WS-SEAT-NUM.
017390     GO TO 2052-EXIT.
017400 2052-EXIT.
017410     EXIT.
017420*
017430 2060-LOOKUP-SEAT.
017440     IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'X'
017450         OR SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'H'
017460         OR SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'A'
017470         IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'H'
017480             DISPLAY "That seat is on hold."
017490         END-IF
017500         IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'A'
017510             DISPLAY "That seat has checked in."
017520         END-IF
017530         DISPLAY "Patron ID: "
017540             SEAT-CUST-ID(WS-ROW-NUM, WS-SEAT-NUM)
017550         DISPLAY "Customer: "
017560             SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM)
017570         DISPLAY "Phone   : "
017580             SEAT-CUST-PHONE(WS-ROW-NUM, WS-SEAT-NUM)
017590         DISPLAY "Ticket  : "
017600             SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM)
017610     ELSE
017620         DISPLAY "That seat is open - no customer on file."
017630     END-IF.
017640     GO TO 2060-EXIT.
017650 2060-EXIT.
017660     EXIT.
017670*
017680******************************************************************
017690* 2070-MAINTAIN-PATRON - add a patron to the customer master or
017700* update the name/phone of one already on file, so reservations
017710* can pull their details by ID instead of retyping them.
017720******************************************************************
017730 2070-MAINTAIN-PATRON.
017740     DISPLAY "Patron ID:".
017750     ACCEPT CUST-ID-IN.
017760     IF CUST-ID-IN = SPACES
017770         DISPLAY "Patron ID may not be blank."
017780         GO TO 2070-EXIT
017790     END-IF.
017800     MOVE 'N' TO WS-CUST-FOUND-SW.
017810     MOVE CUST-ID-IN TO CM-CUSTOMER-ID.
017820     READ CUSTOMER-MASTER-FILE
017830         INVALID KEY
017840             CONTINUE
017850         NOT INVALID KEY
017860             MOVE 'Y' TO WS-CUST-FOUND-SW
017870             DISPLAY "On file : " CM-CUSTOMER-NAME
017880             DISPLAY "Phone   : " CM-CUSTOMER-PHONE
017890     END-READ.
017900     DISPLAY "Customer name:".
017910     ACCEPT CM-CUSTOMER-NAME.
017920     DISPLAY "Customer phone:".
017930     ACCEPT CM-CUSTOMER-PHONE.
017940     MOVE CUST-ID-IN TO CM-CUSTOMER-ID.
017950     IF WS-CUST-FOUND
017960         REWRITE CUSTOMER-MASTER-RECORD
017970         DISPLAY "Patron updated."
017980     ELSE
017990         WRITE CUSTOMER-MASTER-RECORD
018000         DISPLAY "Patron added."
018010     END-IF.
018020     GO TO 2070-EXIT.
018030 2070-EXIT.
018040     EXIT.
018050*
018060******************************************************************
018070* 2080-GROUP-RESERVE - reserve a contiguous block of open seats
018080* for one party in a single pass. The agent gives the party size
018090* and either a row or 00 for best available; the first run of
018100* open seats big enough is proposed for confirmation and then
018110* reserved all-or-nothing under one customer, so a party is
018120* never split or half-booked between menu passes.
018130******************************************************************
018140 2080-GROUP-RESERVE.
018150     MOVE 'N' TO WS-PARTY-VALID-SW.
018160     PERFORM 2081-PROMPT-PARTY-SIZE THRU 2081-EXIT
018170         UNTIL WS-PARTY-VALID.
018180     MOVE 'N' TO WS-GROUP-ROW-VALID-SW.
018190     PERFORM 2082-PROMPT-GROUP-ROW THRU 2082-EXIT
018200         UNTIL WS-GROUP-ROW-VALID.
018210     PERFORM 2083-FIND-BLOCK THRU 2083-EXIT.
018220     IF NOT WS-BLOCK-FOUND
018230         DISPLAY "No block of that size is open. Try a smaller"
018240             " party or another row."
018250         GO TO 2080-EXIT
018260     END-IF.
018270     DISPLAY "Proposed block:".
018280     DISPLAY "  Row " WS-BLOCK-ROW " seats " WS-BLOCK-START
018290         " through " WS-BLOCK-END.
018300     DISPLAY "Reserve this block? (Y/N)".
018310     ACCEPT WS-BLOCK-CONFIRM.
018320     IF WS-BLOCK-CONFIRM NOT = 'Y'
018330         DISPLAY "The block was not reserved."
018340         GO TO 2080-EXIT
018350     END-IF.
018360     MOVE WS-BLOCK-ROW TO WS-ROW-NUM.
018370     PERFORM 2185-CHECK-ROW-PRICED THRU 2185-EXIT.
018380     IF NOT WS-ROW-PRICED
018390         DISPLAY "The row has no price on file - a supervisor"
018400             " must price it before it can sell."
018410         GO TO 2080-EXIT
018420     END-IF.
018430     PERFORM 2015-GET-PATRON-INFO THRU 2015-EXIT.
018440     PERFORM 2016-GET-PRICE-TYPE THRU 2016-EXIT.
018450     PERFORM 2013-GET-TENDER-TYPE THRU 2013-EXIT.
018460     MOVE WS-BLOCK-ROW TO WS-ROW-NUM.
018470     MOVE WS-BLOCK-START TO WS-SEAT-NUM.
018480     MOVE 'L' TO WS-EXPECTED-STATUS.
018490     MOVE 'Y' TO WS-SEAT-VERIFIED-SW.
018500     PERFORM 2087-VERIFY-BLOCK-SEAT THRU 2087-EXIT
018510         UNTIL WS-SEAT-NUM > WS-BLOCK-END
018520         OR NOT WS-SEAT-VERIFIED.
018530     IF NOT WS-SEAT-VERIFIED
018540         DISPLAY "Part of the block was just sold at another "
018550             "terminal. No seats were reserved."
018560         GO TO 2080-EXIT
018570     END-IF.
018580     MOVE WS-BLOCK-ROW TO WS-ROW-NUM.
018590     MOVE WS-BLOCK-START TO WS-SEAT-NUM.
018600     PERFORM 2084-RESERVE-BLOCK-SEAT THRU 2084-EXIT
018610         UNTIL WS-SEAT-NUM > WS-BLOCK-END.
018620     DISPLAY "The party block was reserved correctly.".
018630     GO TO 2080-EXIT.
018640 2080-EXIT.
018650     EXIT.
018660*
018670******************************************************************
018680* 2081-PROMPT-PARTY-SIZE - accept the party size, re-prompting
018690* until it is numeric, at least 2, and no wider than a row of
018700* this venue.
018710******************************************************************
018720 2081-PROMPT-PARTY-SIZE.
018730     MOVE WS-MAX-SEATS TO WS-SEAT-MAX-DISP.
018740     DISPLAY "Party size (02-" WS-SEAT-MAX-DISP "), zero-padded:".
018750     ACCEPT WS-PARTY-SIZE-IN.
018760     IF WS-PARTY-SIZE-IN IS NUMERIC
018770         MOVE WS-PARTY-SIZE-IN TO WS-PARTY-SIZE
018780         IF WS-PARTY-SIZE >= 2 AND WS-PARTY-SIZE <= WS-MAX-SEATS
018790             MOVE 'Y' TO WS-PARTY-VALID-SW
018800         ELSE
018810             DISPLAY "Invalid size. Enter 02 through "
018820                 WS-SEAT-MAX-DISP "."
018830         END-IF
018840     ELSE
018850         DISPLAY "Invalid size. Please enter 2 numeric digits."
018860     END-IF.
018870     GO TO 2081-EXIT.
018880 2081-EXIT.
018890     EXIT.
018900*
018910******************************************************************
018920* 2082-PROMPT-GROUP-ROW - accept the row the party wants, or 00
018930* to take the best available row, re-prompting until valid.
018940******************************************************************
018950 2082-PROMPT-GROUP-ROW.
018960     MOVE WS-NUM-ROWS TO WS-ROW-MAX-DISP.
018970     DISPLAY "Row (01-" WS-ROW-MAX-DISP
018980         "), or 00 for best available:".
018990     ACCEPT WS-GROUP-ROW-IN.
019000     IF WS-GROUP-ROW-IN IS NUMERIC
019010         MOVE WS-GROUP-ROW-IN TO WS-GROUP-ROW
019020         IF WS-GROUP-ROW <= WS-NUM-ROWS
019030             MOVE 'Y' TO WS-GROUP-ROW-VALID-SW
019040         ELSE
019050             DISPLAY "Invalid row. Please enter a valid row"
019060         END-IF
019070     ELSE
019080         DISPLAY "Invalid row. Please enter 2 numeric digits."
019090     END-IF.
019100     GO TO 2082-EXIT.
019110 2082-EXIT.
019120     EXIT.
019130*
019140******************************************************************
019150* 2083-FIND-BLOCK - search the SEATS table for the first run of
019160* WS-PARTY-SIZE open seats, in the requested row only when one
019170* was given, otherwise row by row from the front of the house.
019180******************************************************************
019190 2083-FIND-BLOCK.
019200     MOVE 'N' TO WS-BLOCK-FOUND-SW.
019210     IF WS-GROUP-ROW > 0
019220         MOVE WS-GROUP-ROW TO WS-SCAN-ROW
019230         PERFORM 2085-SCAN-ROW THRU 2085-EXIT
019240     ELSE
019250         MOVE 1 TO WS-SCAN-ROW
019260         PERFORM 2085-SCAN-ROW THRU 2085-EXIT
019270             UNTIL WS-BLOCK-FOUND OR WS-SCAN-ROW > WS-NUM-ROWS
019280     END-IF.
019290     GO TO 2083-EXIT.
019300 2083-EXIT.
019310     EXIT.
019320*
019330 2085-SCAN-ROW.
019340     MOVE ZERO TO WS-RUN-COUNT.
019350     MOVE 1 TO WS-SCAN-SEAT.
019360     PERFORM 2086-SCAN-SEAT THRU 2086-EXIT
019370         UNTIL WS-BLOCK-FOUND OR WS-SCAN-SEAT > WS-MAX-SEATS.
019380     ADD 1 TO WS-SCAN-ROW.
019390     GO TO 2085-EXIT.
019400 2085-EXIT.
019410     EXIT.
019420*
019430******************************************************************
019440* 2086-SCAN-SEAT - extend or reset the current run of open seats
019450* at this seat, capturing the block as soon as the run reaches
019460* the party size. A seat with any attribute on the venue's map
019470* (wheelchair, companion, obstructed, killed) breaks the run -
019480* a contiguous party block is never auto-assigned over a seat
019490* the agent should be offering deliberately or not at all.
019500******************************************************************
019510 2086-SCAN-SEAT.
019520     IF SEAT-STAT(WS-SCAN-ROW, WS-SCAN-SEAT) = 'L'
019530         AND SEAT-ATTR(WS-SCAN-ROW, WS-SCAN-SEAT) = SPACE
019540         ADD 1 TO WS-RUN-COUNT
019550         IF WS-RUN-COUNT >= WS-PARTY-SIZE
019560             MOVE 'Y' TO WS-BLOCK-FOUND-SW
019570             MOVE WS-SCAN-ROW TO WS-BLOCK-ROW
019580             MOVE WS-SCAN-SEAT TO WS-BLOCK-END
019590             COMPUTE WS-BLOCK-START =
019600                 WS-SCAN-SEAT - WS-PARTY-SIZE + 1
019610         END-IF
019620     ELSE
019630         MOVE ZERO TO WS-RUN-COUNT
019640     END-IF.
019650     ADD 1 TO WS-SCAN-SEAT.
019660     GO TO 2086-EXIT.
019670 2086-EXIT.
019680     EXIT.
019690*
019700******************************************************************
019710* 2084-RESERVE-BLOCK-SEAT - reserve one seat of the confirmed
019720* block for the party's customer, rewriting the seat record and
019730* logging the reservation exactly as a single-seat sale does.
019740******************************************************************
019750 2084-RESERVE-BLOCK-SEAT.
019760     PERFORM 2190-ASSIGN-TICKET-NUMBER THRU 2190-EXIT.
019770     MOVE 'X' TO SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM).
019780     MOVE CUST-ID-IN
019790         TO SEAT-CUST-ID(WS-ROW-NUM, WS-SEAT-NUM).
019800     MOVE CUST-NAME-IN
019810         TO SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM).
019820     MOVE CUST-PHONE-IN
019830         TO SEAT-CUST-PHONE(WS-ROW-NUM, WS-SEAT-NUM).
019840     MOVE CUST-TICKET-IN
019850         TO SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM).
019860     MOVE ROW-PRICE(WS-ROW-NUM) TO WS-BASE-PRICE.
019870     PERFORM 2019-COMPUTE-SALE-PRICE THRU 2019-EXIT.
019880     MOVE WS-PRICE-TYPE
019890         TO SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM).
019900     MOVE WS-SALE-PRICE
019910         TO SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM).
019920     PERFORM 2100-REWRITE-SEAT THRU 2100-EXIT.
019930     MOVE "RESERVE " TO AL-ACTION.
019940     PERFORM 2110-WRITE-AUDIT-RECORD THRU 2110-EXIT.
019950     MOVE "SALE" TO PL-PAY-TYPE.
019960     PERFORM 2115-WRITE-PAYMENT-RECORD THRU 2115-EXIT.
019970     PERFORM 2120-WRITE-TICKET THRU 2120-EXIT.
019980     ADD 1 TO WS-SEAT-NUM.
019990     GO TO 2084-EXIT.
020000 2084-EXIT.
020010     EXIT.
020020*
020030******************************************************************
020040* 2087-VERIFY-BLOCK-SEAT - confirm one seat of the proposed
020050* block is still open on file, stepping to the next seat only
020060* while every seat so far has verified, so the block is
020070* reserved all-or-nothing.
020080******************************************************************
020090 2087-VERIFY-BLOCK-SEAT.
020100     PERFORM 2105-VERIFY-SEAT-ON-FILE THRU 2105-EXIT.
020110     IF WS-SEAT-VERIFIED
020120         ADD 1 TO WS-SEAT-NUM
020130     END-IF.
020140     GO TO 2087-EXIT.
020150 2087-EXIT.
020160     EXIT.
020170*
020180******************************************************************
020190* 2090-HOLD-SEAT - place an open seat on hold for a patron while
020200* they settle payment. The hold is stamped with the current
020210* date/time so the overnight sweep can release it if it is
020220* never converted to a sale.
020230******************************************************************
020240 2090-HOLD-SEAT.
020250     IF SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM) = 'K'
020260         DISPLAY "That seat is a house kill and is never sold."
020270         GO TO 2090-EXIT
020280     END-IF.
020290     IF SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM) NOT = SPACE
020300         PERFORM 2018-WARN-SEAT-ATTRIBUTE THRU 2018-EXIT
020310         IF WS-ATTR-ANSWER NOT = 'Y'
020320             DISPLAY "The seat was not held."
020330             GO TO 2090-EXIT
020340         END-IF
020350     END-IF.
020360     IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) NOT = 'L'
020370         DISPLAY "The seat is occupied. Please choose another."
020380         GO TO 2090-EXIT
020390     END-IF.
020400     PERFORM 2015-GET-PATRON-INFO THRU 2015-EXIT.
020410     MOVE 'L' TO WS-EXPECTED-STATUS.
020420     PERFORM 2105-VERIFY-SEAT-ON-FILE THRU 2105-EXIT.
020430     IF NOT WS-SEAT-VERIFIED
020440         DISPLAY "That seat was just sold at another "
020450             "terminal. Please choose another."
020460         GO TO 2090-EXIT
020470     END-IF.
020480     ACCEPT WS-HOLD-DATE-NOW FROM DATE.
020490     ACCEPT WS-HOLD-TIME-NOW FROM TIME.
020500     MOVE 'H' TO SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM).
020510     MOVE CUST-ID-IN
020520         TO SEAT-CUST-ID(WS-ROW-NUM, WS-SEAT-NUM).
020530     MOVE CUST-NAME-IN
020540         TO SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM).
020550     MOVE CUST-PHONE-IN
020560         TO SEAT-CUST-PHONE(WS-ROW-NUM, WS-SEAT-NUM).
020570     MOVE SPACES
020580         TO SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM).
020590     MOVE SPACES
020600         TO SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM).
020610     MOVE ZERO
020620         TO SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM).
020630     MOVE WS-HOLD-DATE-NOW
020640         TO SEAT-HOLD-DATE(WS-ROW-NUM, WS-SEAT-NUM).
020650     MOVE WS-HOLD-TIME-NOW
020660         TO SEAT-HOLD-TIME(WS-ROW-NUM, WS-SEAT-NUM).
020670     PERFORM 2100-REWRITE-SEAT THRU 2100-EXIT.
020680     MOVE "HOLD    " TO AL-ACTION.
020690     PERFORM 2110-WRITE-AUDIT-RECORD THRU 2110-EXIT.
020700     DISPLAY "The seat is now on hold.".
020710     GO TO 2090-EXIT.
020720 2090-EXIT.
020730     EXIT.
020740*
020750******************************************************************
020760* 2095-CONVERT-HOLD - turn a held seat into a completed sale,
020770* capturing the ticket number now that payment has settled and
020780* clearing the hold stamp.
020790******************************************************************
020800 2095-CONVERT-HOLD.
020810     IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) NOT = 'H'
020820         DISPLAY "That seat is not on hold."
020830         GO TO 2095-EXIT
020840     END-IF.
020850     PERFORM 2185-CHECK-ROW-PRICED THRU 2185-EXIT.
020860     IF NOT WS-ROW-PRICED
020870         DISPLAY "The row has no price on file - a supervisor"
020880             " must price it before the hold can convert."
020890         GO TO 2095-EXIT
020900     END-IF.
020910     DISPLAY "Held for : "
020920         SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM).
020930     PERFORM 2190-ASSIGN-TICKET-NUMBER THRU 2190-EXIT.
020940     PERFORM 2016-GET-PRICE-TYPE THRU 2016-EXIT.
020950     PERFORM 2013-GET-TENDER-TYPE THRU 2013-EXIT.
020960     MOVE 'H' TO WS-EXPECTED-STATUS.
020970     PERFORM 2105-VERIFY-SEAT-ON-FILE THRU 2105-EXIT.
020980     IF NOT WS-SEAT-VERIFIED
020990         DISPLAY "That hold changed at another terminal."
021000         DISPLAY "Check the chart and try again."
021010         GO TO 2095-EXIT
021020     END-IF.
021030     MOVE 'X' TO SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM).
021040     MOVE CUST-TICKET-IN
021050         TO SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM).
021060     MOVE ROW-PRICE(WS-ROW-NUM) TO WS-BASE-PRICE.
021070     PERFORM 2019-COMPUTE-SALE-PRICE THRU 2019-EXIT.
021080     MOVE WS-PRICE-TYPE
021090         TO SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM).
021100     MOVE WS-SALE-PRICE
021110         TO SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM).
021120     MOVE ZERO TO SEAT-HOLD-DATE(WS-ROW-NUM, WS-SEAT-NUM).
021130     MOVE ZERO TO SEAT-HOLD-TIME(WS-ROW-NUM, WS-SEAT-NUM).
021140     PERFORM 2100-REWRITE-SEAT THRU 2100-EXIT.
021150     MOVE "RESERVE " TO AL-ACTION.
021160     PERFORM 2110-WRITE-AUDIT-RECORD THRU 2110-EXIT.
021170     MOVE "SALE" TO PL-PAY-TYPE.
021180     PERFORM 2115-WRITE-PAYMENT-RECORD THRU 2115-EXIT.
021190     PERFORM 2120-WRITE-TICKET THRU 2120-EXIT.
021200     DISPLAY "The hold was converted to a sale.".
021210     GO TO 2095-EXIT.
021220 2095-EXIT.
021230     EXIT.
021240*
021250******************************************************************
021260* 2100-REWRITE-SEAT - write the session's copy of the seat at
021270* WS-ROW-NUM/WS-SEAT-NUM back to the file. The record is read
021280* first so the journal carries what was on file before, not
021290* what this session last saw.
021300******************************************************************
021310 2100-REWRITE-SEAT.
021320     MOVE WS-SHOW-ID TO SS-SHOW-ID.
021330     MOVE WS-ROW-NUM TO SS-ROW.
021340     MOVE WS-SEAT-NUM TO SS-SEAT.
021350     PERFORM 2101-READ-BEFORE-IMAGE THRU 2101-EXIT.
021360     MOVE SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) TO SS-STATUS.
021370     MOVE SEAT-HOLD-DATE(WS-ROW-NUM, WS-SEAT-NUM)
021380         TO SS-HOLD-DATE.
021390     MOVE SEAT-HOLD-TIME(WS-ROW-NUM, WS-SEAT-NUM)
021400         TO SS-HOLD-TIME.
021410     MOVE SEAT-CUST-ID(WS-ROW-NUM, WS-SEAT-NUM)
021420         TO SS-CUSTOMER-ID.
021430     MOVE SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM)
021440         TO SS-CUSTOMER-NAME.
021450     MOVE SEAT-CUST-PHONE(WS-ROW-NUM, WS-SEAT-NUM)
021460         TO SS-CUSTOMER-PHONE.
021470     MOVE SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM)
021480         TO SS-TICKET-NUMBER.
021490     MOVE SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM)
021500         TO SS-PRICE-TYPE.
021510     MOVE SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM)
021520         TO SS-SALE-PRICE.
021530     REWRITE SEAT-STATUS-RECORD.
021540     PERFORM 2103-WRITE-SEAT-JOURNAL THRU 2103-EXIT.
021550     GO TO 2100-EXIT.
021560 2100-EXIT.
021570     EXIT.
021580*
021590******************************************************************
021600* 2101-READ-BEFORE-IMAGE - read the seat record as it stands on
021610* file, keyed by the caller, so the journal carries its
021620* before-image, and set the journal action: 'A' add when the
021630* seat is not yet on file, 'C' change when it is.
021640******************************************************************
021650 2101-READ-BEFORE-IMAGE.
021660     READ SEAT-STATUS-FILE
021670         INVALID KEY
021680             MOVE 'A' TO WS-JRNL-ACTION
021690             MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
021700         NOT INVALID KEY
021710             MOVE 'C' TO WS-JRNL-ACTION
021720             MOVE SEAT-STATUS-RECORD TO WS-JRNL-BEFORE-IMAGE
021730     END-READ.
021740     GO TO 2101-EXIT.
021750 2101-EXIT.
021760     EXIT.
021770*
021780******************************************************************
021790* 2103-WRITE-SEAT-JOURNAL - journal the seat record just added
021800* or rewritten: the before-image saved by the caller, the
021810* record as now on file, and who did it when. An update the
021820* file refused changed nothing and is not journalled.
021830******************************************************************
021840 2103-WRITE-SEAT-JOURNAL.
021850     IF WS-SEAT-FILE-STATUS NOT = "00"
021860         GO TO 2103-EXIT
021870     END-IF.
021880     ACCEPT SJ-DATE FROM DATE.
021890     ACCEPT SJ-TIME FROM TIME.
021900     MOVE "SEAT-SALES-SYSTEM" TO SJ-PROGRAM.
021910     MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.
021920     MOVE WS-JRNL-ACTION TO SJ-ACTION.
021930     MOVE WS-JRNL-BEFORE-IMAGE TO SJ-BEFORE-IMAGE.
021940     MOVE SEAT-STATUS-RECORD TO SJ-AFTER-IMAGE.
021950     WRITE SEAT-JOURNAL-RECORD.
021960     GO TO 2103-EXIT.
021970 2103-EXIT.
021980     EXIT.
021990*
022000******************************************************************
022010* 2105-VERIFY-SEAT-ON-FILE - re-read the seat record for
022020* WS-ROW-NUM/WS-SEAT-NUM and confirm its on-file status is
022030* still WS-EXPECTED-STATUS. When another terminal got there
022040* first, the session's in-memory copy of the seat is refreshed
022050* from the file so the caller's message and the next chart
022060* view both show the truth.
022070******************************************************************
022080 2105-VERIFY-SEAT-ON-FILE.
022090     MOVE 'N' TO WS-SEAT-VERIFIED-SW.
022100     MOVE WS-SHOW-ID TO SS-SHOW-ID.
022110     MOVE WS-ROW-NUM TO SS-ROW.
022120     MOVE WS-SEAT-NUM TO SS-SEAT.
022130     READ SEAT-STATUS-FILE
022140         INVALID KEY
022150             GO TO 2105-EXIT
022160     END-READ.
022170     IF SS-STATUS = WS-EXPECTED-STATUS
022180         MOVE 'Y' TO WS-SEAT-VERIFIED-SW
022190         GO TO 2105-EXIT
022200     END-IF.
022210     MOVE SS-STATUS TO SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM).
022220     MOVE SS-CUSTOMER-ID
022230         TO SEAT-CUST-ID(WS-ROW-NUM, WS-SEAT-NUM).
022240     MOVE SS-CUSTOMER-NAME
022250         TO SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM).
022260     MOVE SS-CUSTOMER-PHONE
022270         TO SEAT-CUST-PHONE(WS-ROW-NUM, WS-SEAT-NUM).
022280     MOVE SS-TICKET-NUMBER
022290         TO SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM).
022300     MOVE SS-PRICE-TYPE
022310         TO SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM).
022320     MOVE SS-SALE-PRICE
022330         TO SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM).
022340     MOVE SS-HOLD-DATE
022350         TO SEAT-HOLD-DATE(WS-ROW-NUM, WS-SEAT-NUM).
022360     MOVE SS-HOLD-TIME
022370         TO SEAT-HOLD-TIME(WS-ROW-NUM, WS-SEAT-NUM).
022380     GO TO 2105-EXIT.
022390 2105-EXIT.
022400     EXIT.
022410*
022420******************************************************************
022430* 2110-WRITE-AUDIT-RECORD - append one audit record for a
022440* reservation or cancellation just applied against SEATS. The
022450* action code (AL-ACTION) is set by the caller before this
022460* paragraph is performed. A RESERVE, CANCEL or EXCHOUT
022470* carries the price code and actual money moved (WS-PRICE-
022480* TYPE/WS-SALE-PRICE, set by the caller); other actions
022490* move no money and carry blank/zero.
022500******************************************************************
022510 2110-WRITE-AUDIT-RECORD.
022520     ACCEPT AL-DATE FROM DATE.
022530     ACCEPT AL-TIME FROM TIME.
022540     MOVE WS-SHOW-ID TO AL-SHOW-ID.
022550     MOVE WS-ROW-NUM TO AL-ROW.
022560     MOVE WS-SEAT-NUM TO AL-SEAT.
022570     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
022580     IF AL-ACTION = "RESERVE " OR AL-ACTION = "CANCEL  "
022590         OR AL-ACTION = "EXCHOUT "
022600         MOVE WS-PRICE-TYPE TO AL-PRICE-TYPE
022610         MOVE WS-SALE-PRICE TO AL-AMOUNT
022620     ELSE
022630         MOVE SPACES TO AL-PRICE-TYPE
022640         MOVE ZERO TO AL-AMOUNT
022650     END-IF.
022660     WRITE AUDIT-LOG-RECORD.
022670     GO TO 2110-EXIT.
022680 2110-EXIT.
022690     EXIT.
022700*
022710******************************************************************
022720* 2115-WRITE-PAYMENT-RECORD - append one payment ledger record
022730* for the money that just changed hands at WS-ROW-NUM/
022740* WS-SEAT-NUM. The payment type (PL-PAY-TYPE, SALE or RFND) is
022750* set by the caller before this paragraph is performed, the
022760* same way AL-ACTION is for the audit trail; the tender was
022770* captured by 2013-GET-TENDER-TYPE. A comp moves no money, so
022780* it posts a zero amount but still leaves its ledger record.
022790* A voucher tender is settled against the voucher master. A
022800* RFND reverses the split the ticket's sale was posted with,
022810* found on the ledger by 2240-FIND-SALE-SPLIT before the
022820* record is built; anything else is split by 2116.
022830******************************************************************
022840 2115-WRITE-PAYMENT-RECORD.
022850     IF PL-PAY-TYPE = "RFND"
022860         PERFORM 2240-FIND-SALE-SPLIT THRU 2240-EXIT
022870         MOVE "RFND" TO PL-PAY-TYPE
022880     END-IF.
022890     ACCEPT PL-DATE FROM DATE.
022900     ACCEPT PL-TIME FROM TIME.
022910     MOVE WS-SHOW-ID TO PL-SHOW-ID.
022920     MOVE WS-ROW-NUM TO PL-ROW.
022930     MOVE WS-SEAT-NUM TO PL-SEAT.
022940     MOVE WS-TENDER-TYPE TO PL-TENDER-TYPE.
022950     IF WS-TENDER-COMP
022960         MOVE ZERO TO PL-AMOUNT
022970     ELSE
022980         MOVE WS-SALE-PRICE TO PL-AMOUNT
022990     END-IF.
023000     MOVE WS-OPERATOR-ID TO PL-OPERATOR-ID.
023010     MOVE SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM)
023020         TO PL-TICKET-NUMBER.
023030     MOVE SPACES TO PL-VOUCHER-NUMBER.
023040     MOVE WS-SHOW-ID TO WS-FEE-SHOW-ID.
023050     MOVE WS-SHOW-VENUE-ID TO WS-FEE-VENUE-ID.
023060     MOVE 'N' TO WS-FEE-TAX-ONLY-SW.
023070     IF PL-PAY-TYPE = "RFND"
023080         PERFORM 2245-TAKE-SALE-SPLIT THRU 2245-EXIT
023090     ELSE
023100         PERFORM 2116-SPLIT-PAYMENT THRU 2116-EXIT
023110     END-IF.
023120     IF WS-TENDER-VOUCHER
023130         PERFORM 2233-SETTLE-VOUCHER THRU 2233-EXIT
023140     ELSE
023150         WRITE PAYMENT-LEDGER-RECORD
023160     END-IF.
023170     GO TO 2115-EXIT.
023180 2115-EXIT.
023190     EXIT.
023200*
023210******************************************************************
023220* 2116-SPLIT-PAYMENT - break PL-AMOUNT, the price settled by
023230* 2019-COMPUTE-SALE-PRICE as it is being posted, into face
023240* value, booking fee, facility fee and sales tax under the fee
023250* schedule of WS-FEE-SHOW-ID - its own record if it has one,
023260* otherwise its venue's (WS-FEE-VENUE-ID). The price is tax-
023270* inclusive; the fees come out of what is left after tax, in
023280* that order and never more than is left, and the rest is face
023290* value. No schedule, a comp or a zero amount is all face. The
023300* caller sets WS-FEE-TAX-ONLY for an exchange difference, which
023310* carries no fees - the ticket paid them when it was sold.
023320******************************************************************
023330 2116-SPLIT-PAYMENT.
023340     MOVE PL-AMOUNT TO PL-FACE-VALUE.
023350     MOVE ZERO TO PL-BOOKING-FEE.
023360     MOVE ZERO TO PL-FACILITY-FEE.
023370     MOVE ZERO TO PL-TAX-AMOUNT.
023380     IF PL-AMOUNT = ZERO
023390         GO TO 2116-EXIT
023400     END-IF.
023410     MOVE 'S' TO FS-SCOPE.
023420     MOVE WS-FEE-SHOW-ID TO FS-SCOPE-ID.
023430     READ FEE-SCHEDULE-FILE
023440         INVALID KEY
023450             GO TO 2116-VENUE
023460     END-READ.
023470     GO TO 2116-SPLIT.
023480 2116-VENUE.
023490     MOVE 'V' TO FS-SCOPE.
023500     MOVE WS-FEE-VENUE-ID TO FS-SCOPE-ID.
023510     READ FEE-SCHEDULE-FILE
023520         INVALID KEY
023530             GO TO 2116-EXIT
023540     END-READ.
023550 2116-SPLIT.
023560     COMPUTE PL-TAX-AMOUNT ROUNDED =
023570         (PL-AMOUNT * FS-TAX-RATE) / (100 + FS-TAX-RATE).
023580     COMPUTE WS-FEE-LEFT = PL-AMOUNT - PL-TAX-AMOUNT.
023590     IF NOT WS-FEE-TAX-ONLY
023600         IF FS-BOOKING-FEE < WS-FEE-LEFT
023610             MOVE FS-BOOKING-FEE TO PL-BOOKING-FEE
023620         ELSE
023630             MOVE WS-FEE-LEFT TO PL-BOOKING-FEE
023640         END-IF
023650         SUBTRACT PL-BOOKING-FEE FROM WS-FEE-LEFT
023660         IF FS-FACILITY-FEE < WS-FEE-LEFT
023670             MOVE FS-FACILITY-FEE TO PL-FACILITY-FEE
023680         ELSE
023690             MOVE WS-FEE-LEFT TO PL-FACILITY-FEE
023700         END-IF
023710         SUBTRACT PL-FACILITY-FEE FROM WS-FEE-LEFT
023720     END-IF.
023730     MOVE WS-FEE-LEFT TO PL-FACE-VALUE.
023740     GO TO 2116-EXIT.
023750 2116-EXIT.
023760     EXIT.
023770*
023780******************************************************************
023790* 2120-WRITE-TICKET - print one formatted ticket/confirmation
023800* block to the TICKPRNT spool for the sale just completed at
023810* WS-ROW-NUM/WS-SEAT-NUM: show and venue names, seat, the
023820* row's price, the customer, the ticket number, and when and
023830* by whom it was sold.
023840******************************************************************
023850 2120-WRITE-TICKET.
023860     ACCEPT WS-TKT-DATE FROM DATE.
023870     ACCEPT WS-TKT-TIME FROM TIME.
023880     MOVE WS-ROW-NUM TO WS-TKT-ROW-DISP.
023890     MOVE WS-SEAT-NUM TO WS-TKT-SEAT-DISP.
023900     MOVE SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM)
023910         TO WS-TKT-PRICE-EDIT.
023920     MOVE ALL "-" TO TICKET-PRINT-LINE.
023930     WRITE TICKET-PRINT-LINE.
023940     MOVE SPACES TO TICKET-PRINT-LINE.
023950     STRING "TICKET   " DELIMITED BY SIZE
023960         SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM)
023970             DELIMITED BY SIZE
023980         INTO TICKET-PRINT-LINE.
023990     WRITE TICKET-PRINT-LINE.
024000     MOVE SPACES TO TICKET-PRINT-LINE.
024010     STRING "SHOW     " DELIMITED BY SIZE
024020            WS-SHOW-ID DELIMITED BY SIZE
024030            " " DELIMITED BY SIZE
024040            WS-SHOW-NAME DELIMITED BY SIZE
024050         INTO TICKET-PRINT-LINE.
024060     WRITE TICKET-PRINT-LINE.
024070     MOVE SPACES TO TICKET-PRINT-LINE.
024080     STRING "VENUE    " DELIMITED BY SIZE
024090            WS-VENUE-NAME DELIMITED BY SIZE
024100         INTO TICKET-PRINT-LINE.
024110     WRITE TICKET-PRINT-LINE.
024120     MOVE SPACES TO TICKET-PRINT-LINE.
024130     STRING "ROW " DELIMITED BY SIZE
024140            WS-TKT-ROW-DISP DELIMITED BY SIZE
024150            " SEAT " DELIMITED BY SIZE
024160            WS-TKT-SEAT-DISP DELIMITED BY SIZE
024170            "  PRICE " DELIMITED BY SIZE
024180            WS-TKT-PRICE-EDIT DELIMITED BY SIZE
024190         INTO TICKET-PRINT-LINE.
024200     WRITE TICKET-PRINT-LINE.
024210     MOVE SPACES TO TICKET-PRINT-LINE.
024220     STRING "CUSTOMER " DELIMITED BY SIZE
024230         SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM)
024240             DELIMITED BY SIZE
024250         INTO TICKET-PRINT-LINE.
024260     WRITE TICKET-PRINT-LINE.
024270     MOVE SPACES TO TICKET-PRINT-LINE.
024280     STRING "SOLD " DELIMITED BY SIZE
024290            WS-TKT-DATE DELIMITED BY SIZE
024300            " " DELIMITED BY SIZE
024310            WS-TKT-TIME DELIMITED BY SIZE
024320            " BY " DELIMITED BY SIZE
024330            WS-OPERATOR-ID DELIMITED BY SIZE
024340         INTO TICKET-PRINT-LINE.
024350     WRITE TICKET-PRINT-LINE.
024360     GO TO 2120-EXIT.
024370 2120-EXIT.
024380     EXIT.
024390*
024400******************************************************************
024410* 2130-ADD-TO-WAITLIST - the seat the customer wanted is taken;
024420* capture who they are and put them at the back of the show's
024430* waitlist so a cancellation can offer them the next freed
024440* seat.
024450******************************************************************
024460 2130-ADD-TO-WAITLIST.
024470     PERFORM 2015-GET-PATRON-INFO THRU 2015-EXIT.
024480     PERFORM 2140-NEXT-WAITLIST-SEQ THRU 2140-EXIT.
024490     MOVE WS-SHOW-ID TO WL-SHOW-ID.
024500     MOVE WS-WAIT-NEXT-SEQ TO WL-SEQ.
024510     MOVE WS-ROW-NUM TO WL-ROW.
024520     MOVE WS-SEAT-NUM TO WL-SEAT.
024530     MOVE CUST-ID-IN TO WL-CUSTOMER-ID.
024540     MOVE CUST-NAME-IN TO WL-CUSTOMER-NAME.
024550     MOVE CUST-PHONE-IN TO WL-CUSTOMER-PHONE.
024560     MOVE SPACES TO WL-TICKET-NUMBER.
024570     MOVE 'C' TO WL-SOURCE.
024580     MOVE SPACES TO WL-PRICE-TYPE.
024590     MOVE SPACES TO WL-TENDER-TYPE.
024600     ACCEPT WL-DATE FROM DATE.
024610     ACCEPT WL-TIME FROM TIME.
024620     WRITE WAITLIST-RECORD.
024630     DISPLAY "The customer was added to the waitlist.".
024640     GO TO 2130-EXIT.
024650 2130-EXIT.
024660     EXIT.
024670*
024680******************************************************************
024690* 2140-NEXT-WAITLIST-SEQ - find the next free arrival sequence
024700* for the current show by walking its waitlist entries to the
024710* highest sequence on file.
024720******************************************************************
024730 2140-NEXT-WAITLIST-SEQ.
024740     MOVE 1 TO WS-WAIT-NEXT-SEQ.
024750     MOVE 'N' TO WS-WAIT-DONE-SW.
024760     MOVE WS-SHOW-ID TO WL-SHOW-ID.
024770     MOVE ZERO TO WL-SEQ.
024780     START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
024790         INVALID KEY MOVE 'Y' TO WS-WAIT-DONE-SW
024800     END-START.
024810     PERFORM 2145-SCAN-WAITLIST-SEQ THRU 2145-EXIT
024820         UNTIL WS-WAIT-DONE.
024830     GO TO 2140-EXIT.
024840 2140-EXIT.
024850     EXIT.
024860*
024870 2145-SCAN-WAITLIST-SEQ.
024880     READ WAITLIST-FILE NEXT RECORD
024890         AT END
024900             MOVE 'Y' TO WS-WAIT-DONE-SW
024910             GO TO 2145-EXIT
024920     END-READ.
024930     IF WL-SHOW-ID NOT = WS-SHOW-ID
024940         MOVE 'Y' TO WS-WAIT-DONE-SW
024950         GO TO 2145-EXIT
024960     END-IF.
024970     COMPUTE WS-WAIT-NEXT-SEQ = WL-SEQ + 1.
024980     GO TO 2145-EXIT.
024990 2145-EXIT.
025000     EXIT.
025010*
025020******************************************************************
025030* 2150-OFFER-WAITLIST - a seat was just freed; surface the
025040* show's earliest waitlisted customer so the agent can offer
025050* the seat over the counter, and drop the entry once the
025060* customer has been dealt with.
025070******************************************************************
025080 2150-OFFER-WAITLIST.
025090     MOVE 'N' TO WS-WAIT-FOUND-SW.
025100     MOVE WS-SHOW-ID TO WL-SHOW-ID.
025110     MOVE ZERO TO WL-SEQ.
025120     START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
025130         INVALID KEY
025140             CONTINUE
025150         NOT INVALID KEY
025160             READ WAITLIST-FILE NEXT RECORD
025170                 AT END
025180                     CONTINUE
025190                 NOT AT END
025200                     IF WL-SHOW-ID = WS-SHOW-ID
025210                         MOVE 'Y' TO WS-WAIT-FOUND-SW
025220                     END-IF
025230             END-READ
025240     END-START.
025250     IF NOT WS-WAIT-FOUND
025260         GO TO 2150-EXIT
025270     END-IF.
025280     DISPLAY "Waitlist: offer this seat to the earliest "
025290         "waitlisted customer:".
025300     DISPLAY "  Patron ID: " WL-CUSTOMER-ID.
025310     DISPLAY "  Customer : " WL-CUSTOMER-NAME.
025320     DISPLAY "  Phone    : " WL-CUSTOMER-PHONE.
025330     DISPLAY "  Wanted   : ROW " WL-ROW " SEAT " WL-SEAT.
025340     DISPLAY "Remove this entry from the waitlist? (Y/N)".
025350     ACCEPT WS-WAIT-ANSWER.
025360     IF WS-WAIT-ANSWER = 'Y'
025370         DELETE WAITLIST-FILE RECORD
025380             INVALID KEY
025390                 CONTINUE
025400         END-DELETE
025410         DISPLAY "The waitlist entry was removed."
025420     END-IF.
025430     GO TO 2150-EXIT.
025440 2150-EXIT.
025450     EXIT.
025460*
025470******************************************************************
025480* 2160-SERIES-BOOKING - reserve the same row/seat for one
025490* patron across every performance of a named series in a
025500* single pass. Every show is verified before any seat is
025510* touched, and the booking is all-or-nothing: one conflict
025520* anywhere leaves every show untouched, so a subscriber is
025530* never left with half a season. A series ID not yet on file
025540* can be defined on the spot, the way a new showtime or venue
025550* can.
025560******************************************************************
025570 2160-SERIES-BOOKING.
025580     DISPLAY "Series ID:".
025590     ACCEPT WS-SERIES-ID.
025600     IF WS-SERIES-ID = SPACES
025610         DISPLAY "Series ID may not be blank."
025620         GO TO 2160-EXIT
025630     END-IF.
025640     PERFORM 2161-LOAD-SERIES THRU 2161-EXIT.
025650     IF WS-SER-COUNT = ZERO
025660         DISPLAY "That series is not on file. Define it? (Y/N)"
025670         ACCEPT WS-SER-ANSWER
025680         IF WS-SER-ANSWER = 'Y'
025690             PERFORM 2164-DEFINE-SERIES THRU 2164-EXIT
025700         END-IF
025710     END-IF.
025720     IF WS-SER-COUNT = ZERO
025730         DISPLAY "The series has no performances - nothing to"
025740             " book."
025750         GO TO 2160-EXIT
025760     END-IF.
025770     MOVE 'N' TO WS-SER-SEAT-VALID-SW.
025780     PERFORM 2163-PROMPT-SERIES-SEAT THRU 2163-EXIT
025790         UNTIL WS-SER-SEAT-VALID.
025800     PERFORM 2015-GET-PATRON-INFO THRU 2015-EXIT.
025810     PERFORM 2016-GET-PRICE-TYPE THRU 2016-EXIT.
025820     PERFORM 2013-GET-TENDER-TYPE THRU 2013-EXIT.
025830     MOVE ZERO TO WS-SER-CONFLICTS.
025840     MOVE 'N' TO WS-SER-WARNED-SW.
025850     MOVE 1 TO WS-SER-IX.
025860     PERFORM 2165-VERIFY-SERIES-SHOW THRU 2165-EXIT
025870         UNTIL WS-SER-IX > WS-SER-COUNT.
025880     IF WS-SER-CONFLICTS > ZERO
025890         DISPLAY "Conflicts were found - no seats were "
025900             "reserved. Resolve them and book again."
025910         GO TO 2160-EXIT
025920     END-IF.
025930     MOVE 1 TO WS-SER-IX.
025940     PERFORM 2166-RESERVE-SERIES-SHOW THRU 2166-EXIT
025950         UNTIL WS-SER-IX > WS-SER-COUNT.
025960     DISPLAY "The seat was reserved for every performance of "
025970         "the series.".
025980     GO TO 2160-EXIT.
025990 2160-EXIT.
026000     EXIT.
026010*
026020******************************************************************
026030* 2161-LOAD-SERIES - read the named series' performances into
026040* the series show table in running order.
026050******************************************************************
026060 2161-LOAD-SERIES.
026070     MOVE ZERO TO WS-SER-COUNT.
026080     MOVE 'N' TO WS-SER-DONE-SW.
026090     MOVE WS-SERIES-ID TO SR-SERIES-ID.
026100     MOVE ZERO TO SR-SEQ.
026110     START SERIES-MASTER-FILE KEY IS NOT LESS THAN SR-KEY
026120         INVALID KEY MOVE 'Y' TO WS-SER-DONE-SW
026130     END-START.
026140     PERFORM 2162-LOAD-ONE-SERIES-SHOW THRU 2162-EXIT
026150         UNTIL WS-SER-DONE.
026160     GO TO 2161-EXIT.
026170 2161-EXIT.
026180     EXIT.
026190*
026200 2162-LOAD-ONE-SERIES-SHOW.
026210     READ SERIES-MASTER-FILE NEXT RECORD
026220         AT END
026230             MOVE 'Y' TO WS-SER-DONE-SW
026240             GO TO 2162-EXIT
026250     END-READ.
026260     IF SR-SERIES-ID NOT = WS-SERIES-ID
026270         MOVE 'Y' TO WS-SER-DONE-SW
026280         GO TO 2162-EXIT
026290     END-IF.
026300     IF WS-SER-COUNT >= 24
026310         MOVE 'Y' TO WS-SER-DONE-SW
026320         GO TO 2162-EXIT
026330     END-IF.
026340     ADD 1 TO WS-SER-COUNT.
026350     MOVE SR-SHOW-ID TO WS-SER-SHOW-ID(WS-SER-COUNT).
026360     GO TO 2162-EXIT.
026370 2162-EXIT.
026380     EXIT.
026390*
026400******************************************************************
026410* 2163-PROMPT-SERIES-SEAT - accept the row and seat the
026420* subscriber wants for the whole series. The entry is only
026430* checked as numeric here; each performance's venue may
026440* differ, so the bounds check runs per show in the verify
026450* pass.
026460******************************************************************
026470 2163-PROMPT-SERIES-SEAT.
026480     DISPLAY "Series row, zero-padded:".
026490     ACCEPT WS-SER-ROW-IN.
026500     DISPLAY "Series seat, zero-padded:".
026510     ACCEPT WS-SER-SEAT-IN.
026520     IF WS-SER-ROW-IN IS NUMERIC AND WS-SER-SEAT-IN IS NUMERIC
026530         MOVE WS-SER-ROW-IN TO WS-SER-ROW
026540         MOVE WS-SER-SEAT-IN TO WS-SER-SEAT
026550         IF WS-SER-ROW >= 1 AND WS-SER-SEAT >= 1
026560             MOVE 'Y' TO WS-SER-SEAT-VALID-SW
026570         ELSE
026580             DISPLAY "Invalid row/seat. Enter 01 or higher."
026590         END-IF
026600     ELSE
026610         DISPLAY "Invalid row/seat. Enter 2 numeric digits each."
026620     END-IF.
026630     GO TO 2163-EXIT.
026640 2163-EXIT.
026650     EXIT.
026660*
026670******************************************************************
026680* 2164-DEFINE-SERIES - build a new series on the spot: the
026690* agent keys its performances in running order and each is
026700* checked against the show master before it is written.
026710******************************************************************
026720 2164-DEFINE-SERIES.
026730     MOVE 'N' TO WS-SER-DONE-SW.
026740     DISPLAY "Enter the series' show IDs in running order.".
026750     PERFORM 2167-ADD-SERIES-SHOW THRU 2167-EXIT
026760         UNTIL WS-SER-DONE.
026770     GO TO 2164-EXIT.
026780 2164-EXIT.
026790     EXIT.
026800*
026810 2167-ADD-SERIES-SHOW.
026820     IF WS-SER-COUNT >= 24
026830         DISPLAY "The series is full."
026840         MOVE 'Y' TO WS-SER-DONE-SW
026850         GO TO 2167-EXIT
026860     END-IF.
026870     DISPLAY "Show ID to add (blank to finish):".
026880     ACCEPT WS-SER-ADD-SHOW.
026890     IF WS-SER-ADD-SHOW = SPACES
026900         MOVE 'Y' TO WS-SER-DONE-SW
026910         GO TO 2167-EXIT
026920     END-IF.
026930     MOVE WS-SER-ADD-SHOW TO SM-SHOW-ID.
026940     READ SHOW-MASTER-FILE
026950         INVALID KEY
026960             DISPLAY "That showtime is not on file."
026970             GO TO 2167-EXIT
026980     END-READ.
026990     ADD 1 TO WS-SER-COUNT.
027000     MOVE WS-SERIES-ID TO SR-SERIES-ID.
027010     MOVE WS-SER-COUNT TO SR-SEQ.
027020     MOVE WS-SER-ADD-SHOW TO SR-SHOW-ID.
027030     WRITE SERIES-MASTER-RECORD
027040         INVALID KEY
027050             CONTINUE
027060     END-WRITE.
027070     MOVE WS-SER-ADD-SHOW TO WS-SER-SHOW-ID(WS-SER-COUNT).
027080     GO TO 2167-EXIT.
027090 2167-EXIT.
027100     EXIT.
027110*
027120******************************************************************
027130* 2165-VERIFY-SERIES-SHOW - check one performance of the
027140* series before anything is reserved: the show must be on
027150* file and not yet played, the row/seat must exist in its
027160* venue and not be a house kill on that venue's attribute map
027170* (any other attribute warns once per booking and the patron
027180* may decline), the row must be priced, and the seat must be
027190* open (or already this patron's, from a booking interrupted
027200* partway - that show simply has nothing left to do).
027210******************************************************************
027220 2165-VERIFY-SERIES-SHOW.
027230     MOVE SPACES TO WS-SER-REASON.
027240     MOVE WS-SER-SHOW-ID(WS-SER-IX) TO SM-SHOW-ID.
027250     READ SHOW-MASTER-FILE
027260         INVALID KEY
027270             MOVE "SHOW NOT ON FILE" TO WS-SER-REASON
027280             GO TO 2165-CONFLICT
027290     END-READ.
027300     IF SM-SHOW-DATE < WS-TODAY
027310         MOVE "SHOW HAS ALREADY PLAYED" TO WS-SER-REASON
027320         GO TO 2165-CONFLICT
027330     END-IF.
027340     MOVE SM-VENUE-ID TO VM-VENUE-ID.
027350     READ VENUE-MASTER-FILE
027360         INVALID KEY
027370             MOVE "VENUE NOT ON FILE" TO WS-SER-REASON
027380             GO TO 2165-CONFLICT
027390     END-READ.
027400     IF WS-SER-ROW > VM-NUM-ROWS OR WS-SER-SEAT > VM-NUM-SEATS
027410         MOVE "ROW/SEAT OUTSIDE VENUE" TO WS-SER-REASON
027420         GO TO 2165-CONFLICT
027430     END-IF.
027440*    The attribute map is keyed by each performance's own venue,
027450*    which can differ show to show across a series.
027460     MOVE VM-VENUE-ID TO SA-VENUE-ID.
027470     MOVE WS-SER-ROW TO SA-ROW.
027480     MOVE WS-SER-SEAT TO SA-SEAT.
027490     READ SEAT-ATTRIBUTE-FILE
027500         INVALID KEY
027510             GO TO 2165-PRICE
027520     END-READ.
027530     IF SA-ATTRIBUTE = 'K'
027540         MOVE "SEAT IS KILLED" TO WS-SER-REASON
027550         GO TO 2165-CONFLICT
027560     END-IF.
027570     IF NOT WS-SER-WARNED
027580         MOVE 'Y' TO WS-SER-WARNED-SW
027590         EVALUATE SA-ATTRIBUTE
027600             WHEN 'W'
027610                 DISPLAY "This is a wheelchair position."
027620             WHEN 'C'
027630                 DISPLAY "This is a companion seat."
027640             WHEN 'O'
027650                 DISPLAY "This seat has an obstructed view."
027660             WHEN OTHER
027670                 DISPLAY "This seat carries attribute "
027680                     SA-ATTRIBUTE "."
027690         END-EVALUATE
027700         DISPLAY "Offer it anyway? (Y/N)"
027710         ACCEPT WS-ATTR-ANSWER
027720         IF WS-ATTR-ANSWER NOT = 'Y'
027730             MOVE "SEAT DECLINED BY PATRON" TO WS-SER-REASON
027740             GO TO 2165-CONFLICT
027750         END-IF
027760     END-IF.
027770 2165-PRICE.
027780     MOVE WS-SER-SHOW-ID(WS-SER-IX) TO RP-SHOW-ID.
027790     MOVE WS-SER-ROW TO RP-ROW.
027800     READ ROW-PRICE-FILE
027810         INVALID KEY
027820             MOVE "ROW HAS NO PRICE ON FILE" TO WS-SER-REASON
027830             GO TO 2165-CONFLICT
027840     END-READ.
027850     MOVE WS-SER-SHOW-ID(WS-SER-IX) TO SS-SHOW-ID.
027860     MOVE WS-SER-ROW TO SS-ROW.
027870     MOVE WS-SER-SEAT TO SS-SEAT.
027880     READ SEAT-STATUS-FILE
027890         INVALID KEY
027900             MOVE 'C' TO WS-SER-STATE(WS-SER-IX)
027910             GO TO 2165-NEXT
027920     END-READ.
027930     IF SS-STATUS = 'L'
027940         MOVE 'O' TO WS-SER-STATE(WS-SER-IX)
027950         GO TO 2165-NEXT
027960     END-IF.
027970     IF SS-STATUS = 'X'
027980         AND CUST-ID-IN NOT = SPACES
027990         AND SS-CUSTOMER-ID = CUST-ID-IN
028000         MOVE 'A' TO WS-SER-STATE(WS-SER-IX)
028010         GO TO 2165-NEXT
028020     END-IF.
028030     MOVE "SEAT IS TAKEN" TO WS-SER-REASON.
028040 2165-CONFLICT.
028050     MOVE 'X' TO WS-SER-STATE(WS-SER-IX).
028060     ADD 1 TO WS-SER-CONFLICTS.
028070     DISPLAY "  SHOW " WS-SER-SHOW-ID(WS-SER-IX) " - "
028080         WS-SER-REASON.
028090 2165-NEXT.
028100     ADD 1 TO WS-SER-IX.
028110     GO TO 2165-EXIT.
028120 2165-EXIT.
028130     EXIT.
028140*
028150******************************************************************
028160* 2166-RESERVE-SERIES-SHOW - reserve the series seat on one
028170* verified performance: price it off that show's own row
028180* price, write or rewrite the seat record, and log the audit,
028190* payment and confirmation the way a single-seat sale does.
028200* The session's in-memory seat map is only for the showtime
028210* selected at sign-on, so these writes go straight to the
028220* files; the chart reloads from file whenever it is viewed.
028230******************************************************************
028240 2166-RESERVE-SERIES-SHOW.
028250     IF WS-SER-STATE(WS-SER-IX) = 'A'
028260         GO TO 2166-NEXT
028270     END-IF.
028280     MOVE WS-SER-SHOW-ID(WS-SER-IX) TO SM-SHOW-ID.
028290     READ SHOW-MASTER-FILE
028300         INVALID KEY
028310             GO TO 2166-NEXT
028320     END-READ.
028330     MOVE SM-VENUE-ID TO VM-VENUE-ID.
028340     READ VENUE-MASTER-FILE
028350         INVALID KEY
028360             GO TO 2166-NEXT
028370     END-READ.
028380     MOVE WS-SER-SHOW-ID(WS-SER-IX) TO RP-SHOW-ID.
028390     MOVE WS-SER-ROW TO RP-ROW.
028400     READ ROW-PRICE-FILE
028410         INVALID KEY
028420             GO TO 2166-NEXT
028430     END-READ.
028440     MOVE RP-PRICE TO WS-BASE-PRICE.
028450     PERFORM 2019-COMPUTE-SALE-PRICE THRU 2019-EXIT.
028460     MOVE WS-SER-SHOW-ID(WS-SER-IX) TO SS-SHOW-ID.
028470     MOVE WS-SER-ROW TO SS-ROW.
028480     MOVE WS-SER-SEAT TO SS-SEAT.
028490     IF WS-SER-STATE(WS-SER-IX) = 'O'
028500         READ SEAT-STATUS-FILE
028510             INVALID KEY
028520                 GO TO 2166-NEXT
028530         END-READ
028540     END-IF.
028550     IF WS-SER-STATE(WS-SER-IX) = 'C'
028560         MOVE 'A' TO WS-JRNL-ACTION
028570         MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
028580     ELSE
028590         MOVE 'C' TO WS-JRNL-ACTION
028600         MOVE SEAT-STATUS-RECORD TO WS-JRNL-BEFORE-IMAGE
028610     END-IF.
028620     PERFORM 2190-ASSIGN-TICKET-NUMBER THRU 2190-EXIT.
028630     MOVE 'X' TO SS-STATUS.
028640     MOVE CUST-ID-IN TO SS-CUSTOMER-ID.
028650     MOVE CUST-NAME-IN TO SS-CUSTOMER-NAME.
028660     MOVE CUST-PHONE-IN TO SS-CUSTOMER-PHONE.
028670     MOVE CUST-TICKET-IN TO SS-TICKET-NUMBER.
028680     MOVE WS-PRICE-TYPE TO SS-PRICE-TYPE.
028690     MOVE WS-SALE-PRICE TO SS-SALE-PRICE.
028700     MOVE ZERO TO SS-HOLD-DATE.
028710     MOVE ZERO TO SS-HOLD-TIME.
028720     IF WS-SER-STATE(WS-SER-IX) = 'C'
028730         WRITE SEAT-STATUS-RECORD
028740     ELSE
028750         REWRITE SEAT-STATUS-RECORD
028760     END-IF.
028770     PERFORM 2103-WRITE-SEAT-JOURNAL THRU 2103-EXIT.
028780     ACCEPT AL-DATE FROM DATE.
028790     ACCEPT AL-TIME FROM TIME.
028800     MOVE WS-SER-SHOW-ID(WS-SER-IX) TO AL-SHOW-ID.
028810     MOVE WS-SER-ROW TO AL-ROW.
028820     MOVE WS-SER-SEAT TO AL-SEAT.
028830     MOVE "RESERVE " TO AL-ACTION.
028840     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
028850     MOVE WS-PRICE-TYPE TO AL-PRICE-TYPE.
028860     MOVE WS-SALE-PRICE TO AL-AMOUNT.
028870     WRITE AUDIT-LOG-RECORD.
028880     ACCEPT PL-DATE FROM DATE.
028890     ACCEPT PL-TIME FROM TIME.
028900     MOVE WS-SER-SHOW-ID(WS-SER-IX) TO PL-SHOW-ID.
028910     MOVE WS-SER-ROW TO PL-ROW.
028920     MOVE WS-SER-SEAT TO PL-SEAT.
028930     MOVE "SALE" TO PL-PAY-TYPE.
028940     MOVE WS-TENDER-TYPE TO PL-TENDER-TYPE.
028950     IF WS-TENDER-COMP
028960         MOVE ZERO TO PL-AMOUNT
028970     ELSE
028980         MOVE WS-SALE-PRICE TO PL-AMOUNT
028990     END-IF.
029000     MOVE WS-OPERATOR-ID TO PL-OPERATOR-ID.
029010     MOVE CUST-TICKET-IN TO PL-TICKET-NUMBER.
029020     MOVE SPACES TO PL-VOUCHER-NUMBER.
029030     MOVE WS-SER-SHOW-ID(WS-SER-IX) TO WS-FEE-SHOW-ID.
029040     MOVE SM-VENUE-ID TO WS-FEE-VENUE-ID.
029050     MOVE 'N' TO WS-FEE-TAX-ONLY-SW.
029060     PERFORM 2116-SPLIT-PAYMENT THRU 2116-EXIT.
029070     IF WS-TENDER-VOUCHER
029080         PERFORM 2233-SETTLE-VOUCHER THRU 2233-EXIT
029090     ELSE
029100         WRITE PAYMENT-LEDGER-RECORD
029110     END-IF.
029120     PERFORM 2168-WRITE-SERIES-TICKET THRU 2168-EXIT.
029130 2166-NEXT.
029140     ADD 1 TO WS-SER-IX.
029150     GO TO 2166-EXIT.
029160 2166-EXIT.
029170     EXIT.
029180*
029190******************************************************************
029200* 2168-WRITE-SERIES-TICKET - print one formatted ticket block
029210* to the TICKPRNT spool for the series performance just
029220* reserved, matching the single-seat ticket layout.
029230******************************************************************
029240 2168-WRITE-SERIES-TICKET.
029250     ACCEPT WS-TKT-DATE FROM DATE.
029260     ACCEPT WS-TKT-TIME FROM TIME.
029270     MOVE WS-SER-ROW TO WS-TKT-ROW-DISP.
029280     MOVE WS-SER-SEAT TO WS-TKT-SEAT-DISP.
029290     MOVE WS-SALE-PRICE TO WS-TKT-PRICE-EDIT.
029300     MOVE ALL "-" TO TICKET-PRINT-LINE.
029310     WRITE TICKET-PRINT-LINE.
029320     MOVE SPACES TO TICKET-PRINT-LINE.
029330     STRING "TICKET   " DELIMITED BY SIZE
029340            CUST-TICKET-IN DELIMITED BY SIZE
029350         INTO TICKET-PRINT-LINE.
029360     WRITE TICKET-PRINT-LINE.
029370     MOVE SPACES TO TICKET-PRINT-LINE.
029380     STRING "SHOW     " DELIMITED BY SIZE
029390            WS-SER-SHOW-ID(WS-SER-IX) DELIMITED BY SIZE
029400            " " DELIMITED BY SIZE
029410            SM-SHOW-NAME DELIMITED BY SIZE
029420         INTO TICKET-PRINT-LINE.
029430     WRITE TICKET-PRINT-LINE.
029440     MOVE SPACES TO TICKET-PRINT-LINE.
029450     STRING "VENUE    " DELIMITED BY SIZE
029460            VM-VENUE-NAME DELIMITED BY SIZE
029470         INTO TICKET-PRINT-LINE.
029480     WRITE TICKET-PRINT-LINE.
029490     MOVE SPACES TO TICKET-PRINT-LINE.
029500     STRING "ROW " DELIMITED BY SIZE
029510            WS-TKT-ROW-DISP DELIMITED BY SIZE
029520            " SEAT " DELIMITED BY SIZE
029530            WS-TKT-SEAT-DISP DELIMITED BY SIZE
029540            "  PRICE " DELIMITED BY SIZE
029550            WS-TKT-PRICE-EDIT DELIMITED BY SIZE
029560         INTO TICKET-PRINT-LINE.
029570     WRITE TICKET-PRINT-LINE.
029580     MOVE SPACES TO TICKET-PRINT-LINE.
029590     STRING "CUSTOMER " DELIMITED BY SIZE
029600            CUST-NAME-IN DELIMITED BY SIZE
029610         INTO TICKET-PRINT-LINE.
029620     WRITE TICKET-PRINT-LINE.
029630     MOVE SPACES TO TICKET-PRINT-LINE.
029640     STRING "SOLD " DELIMITED BY SIZE
029650            WS-TKT-DATE DELIMITED BY SIZE
029660            " " DELIMITED BY SIZE
029670            WS-TKT-TIME DELIMITED BY SIZE
029680            " BY " DELIMITED BY SIZE
029690            WS-OPERATOR-ID DELIMITED BY SIZE
029700         INTO TICKET-PRINT-LINE.
029710     WRITE TICKET-PRINT-LINE.
029720     GO TO 2168-EXIT.
029730 2168-EXIT.
029740     EXIT.
029750*
029760******************************************************************
029770* 2170-MAINTAIN-ATTRIBUTE - set, change or clear the attribute
029780* of one seat on the current venue's map. The attribute
029790* belongs to the venue, so it applies to every showtime played
029800* in this house, not just the one selected this session.
029810******************************************************************
029820 2170-MAINTAIN-ATTRIBUTE.
029830     IF SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM) = SPACE
029840         DISPLAY "The seat has no attribute on file."
029850     ELSE
029860         DISPLAY "Current attribute: "
029870             SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM)
029880     END-IF.
029890     MOVE 'N' TO WS-ATTR-VALID-SW.
029900     PERFORM 2171-PROMPT-ATTRIBUTE THRU 2171-EXIT
029910         UNTIL WS-ATTR-VALID.
029920     MOVE WS-ATTR-VENUE-ID TO SA-VENUE-ID.
029930     MOVE WS-ROW-NUM TO SA-ROW.
029940     MOVE WS-SEAT-NUM TO SA-SEAT.
029950     READ SEAT-ATTRIBUTE-FILE
029960         INVALID KEY
029970             IF WS-ATTR-IN NOT = SPACE
029980                 MOVE WS-ATTR-IN TO SA-ATTRIBUTE
029990                 WRITE SEAT-ATTRIBUTE-RECORD
030000                 DISPLAY "The attribute was set."
030010             ELSE
030020                 DISPLAY "Nothing to clear."
030030             END-IF
030040         NOT INVALID KEY
030050             IF WS-ATTR-IN = SPACE
030060                 DELETE SEAT-ATTRIBUTE-FILE RECORD
030070                     INVALID KEY
030080                         CONTINUE
030090                 END-DELETE
030100                 DISPLAY "The attribute was cleared."
030110             ELSE
030120                 MOVE WS-ATTR-IN TO SA-ATTRIBUTE
030130                 REWRITE SEAT-ATTRIBUTE-RECORD
030140                 DISPLAY "The attribute was changed."
030150             END-IF
030160     END-READ.
030170     MOVE WS-ATTR-IN TO SEAT-ATTR(WS-ROW-NUM, WS-SEAT-NUM).
030180     GO TO 2170-EXIT.
030190 2170-EXIT.
030200     EXIT.
030210*
030220******************************************************************
030230* 2171-PROMPT-ATTRIBUTE - accept the attribute to put on the
030240* seat, re-prompting until it is one of the known codes or a
030250* space to clear it.
030260******************************************************************
030270 2171-PROMPT-ATTRIBUTE.
030280     DISPLAY "Attribute (W=wheelchair, C=companion, "
030290         "O=obstructed, K=killed, space to clear):".
030300     ACCEPT WS-ATTR-IN.
030310     IF WS-ATTR-IN-KNOWN
030320         MOVE 'Y' TO WS-ATTR-VALID-SW
030330     ELSE
030340         DISPLAY "Invalid attribute. Enter W, C, O, K or space."
030350     END-IF.
030360     GO TO 2171-EXIT.
030370 2171-EXIT.
030380     EXIT.
030390*
030400******************************************************************
030410* 2175-LOG-REFUSED-ACTION - write one REFUSED audit entry for
030420* an action this operator's role does not allow, so the audit
030430* trail shows who asked for what and was turned away, not just
030440* what was done.
030450******************************************************************
030460 2175-LOG-REFUSED-ACTION.
030470     ACCEPT AL-DATE FROM DATE.
030480     ACCEPT AL-TIME FROM TIME.
030490     MOVE WS-SHOW-ID TO AL-SHOW-ID.
030500     MOVE ZERO TO AL-ROW.
030510     MOVE ZERO TO AL-SEAT.
030520     MOVE "REFUSED " TO AL-ACTION.
030530     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
030540     MOVE SPACES TO AL-PRICE-TYPE.
030550     MOVE ZERO TO AL-AMOUNT.
030560     WRITE AUDIT-LOG-RECORD.
030570     GO TO 2175-EXIT.
030580 2175-EXIT.
030590     EXIT.
030600*
030610******************************************************************
030620* 2180-MAINTAIN-OPERATOR - add an operator to the operator
030630* master or update the password, role and normal working hours
030640* of one already on file. Supervisor-only; the menu enforces it
030650* before this paragraph is ever reached.
030660******************************************************************
030670 2180-MAINTAIN-OPERATOR.
030680     DISPLAY "Operator ID:".
030690     ACCEPT WS-SIGNON-ID.
030700     IF WS-SIGNON-ID = SPACES
030710         DISPLAY "Operator ID may not be blank."
030720         GO TO 2180-EXIT
030730     END-IF.
030740     MOVE 'N' TO WS-OPER-FOUND-SW.
030750     MOVE WS-SIGNON-ID TO OP-OPERATOR-ID.
030760     READ OPERATOR-MASTER-FILE
030770         INVALID KEY
030780             CONTINUE
030790         NOT INVALID KEY
030800             MOVE 'Y' TO WS-OPER-FOUND-SW
030810             DISPLAY "On file with role " OP-ROLE
030820             DISPLAY "Normal hours " OP-SHIFT-START "-"
030830                 OP-SHIFT-END
030840     END-READ.
030850     DISPLAY "Password:".
030860     ACCEPT OP-PASSWORD.
030870     DISPLAY "Role (S=supervisor, A=agent):".
030880     ACCEPT WS-OPER-ROLE-IN.
030890     IF NOT WS-OPER-ROLE-KNOWN
030900         DISPLAY "Invalid role. Nothing was changed."
030910         GO TO 2180-EXIT
030920     END-IF.
030930     DISPLAY "Normal hours start (HHMM, 0000 if none set):".
030940     ACCEPT WS-OPER-START-IN.
030950     DISPLAY "Normal hours end (HHMM, 0000 if none set):".
030960     ACCEPT WS-OPER-END-IN.
030970     IF WS-OPER-HOURS-IN NOT NUMERIC
030980         OR WS-OPER-START-IN > 2359 OR WS-OPER-END-IN > 2359
030990         DISPLAY "Invalid hours. Nothing was changed."
031000         GO TO 2180-EXIT
031010     END-IF.
031020     MOVE WS-OPER-ROLE-IN TO OP-ROLE.
031030     MOVE WS-OPER-START-IN TO OP-SHIFT-START.
031040     MOVE WS-OPER-END-IN TO OP-SHIFT-END.
031050     MOVE WS-SIGNON-ID TO OP-OPERATOR-ID.
031060     IF WS-OPER-FOUND
031070         REWRITE OPERATOR-MASTER-RECORD
031080         DISPLAY "Operator updated."
031090     ELSE
031100         WRITE OPERATOR-MASTER-RECORD
031110         DISPLAY "Operator added."
031120     END-IF.
031130     GO TO 2180-EXIT.
031140 2180-EXIT.
031150     EXIT.
031160*
031170******************************************************************
031180* 2185-CHECK-ROW-PRICED - confirm WS-ROW-NUM has a price record
031190* on file for the current showtime before anything in it is
031200* allowed to sell. A session opened by a non-supervisor leaves
031210* an unpriced row at zero in the SEATS table, and a zero-priced
031220* ticket would flow silently through the audit trail, the
031230* payment ledger and the cash-up - so the sale is refused
031240* instead, the way the series booking already refuses it. A
031250* price found on file also refreshes the in-memory row price,
031260* in case a supervisor priced the row at another terminal
031270* since this session loaded it.
031280******************************************************************
031290 2185-CHECK-ROW-PRICED.
031300     MOVE 'N' TO WS-ROW-PRICED-SW.
031310     MOVE WS-SHOW-ID TO RP-SHOW-ID.
031320     MOVE WS-ROW-NUM TO RP-ROW.
031330     READ ROW-PRICE-FILE
031340         INVALID KEY
031350             GO TO 2185-EXIT
031360     END-READ.
031370     MOVE 'Y' TO WS-ROW-PRICED-SW.
031380     MOVE RP-PRICE TO ROW-PRICE(WS-ROW-NUM).
031390     GO TO 2185-EXIT.
031400 2185-EXIT.
031410     EXIT.
031420*
031430******************************************************************
031440* 2190-ASSIGN-TICKET-NUMBER - take the next sequential ticket
031450* number from the shared number control file and leave it in
031460* CUST-TICKET-IN for the sale being keyed. The file is opened,
031470* bumped and closed per assignment so a number is never held
031480* across a session, and a missing or empty control file seeds
031490* itself from one.
031500******************************************************************
031510 2190-ASSIGN-TICKET-NUMBER.
031520     PERFORM 2191-TAKE-CONTROL-NUMBER THRU 2191-EXIT.
031530     MOVE WS-CONTROL-NUMBER TO CUST-TICKET-IN.
031540     DISPLAY "Ticket number assigned: " CUST-TICKET-IN.
031550     GO TO 2190-EXIT.
031560 2190-EXIT.
031570     EXIT.
031580*
031590******************************************************************
031600* 2191-TAKE-CONTROL-NUMBER - take the next number from the
031610* number control file into WS-CONTROL-NUMBER. Tickets and
031620* vouchers draw on the same sequence, so a voucher number can
031630* never be mistaken for a ticket number.
031640******************************************************************
031650 2191-TAKE-CONTROL-NUMBER.
031660     OPEN I-O TICKET-CONTROL-FILE.
031670     IF WS-TKTC-FILE-STATUS = "35"
031680         OPEN OUTPUT TICKET-CONTROL-FILE
031690         MOVE 1 TO TC-NEXT-TICKET
031700         WRITE TICKET-CONTROL-RECORD
031710         CLOSE TICKET-CONTROL-FILE
031720         OPEN I-O TICKET-CONTROL-FILE
031730     END-IF.
031740     READ TICKET-CONTROL-FILE
031750         AT END
031760             CLOSE TICKET-CONTROL-FILE
031770             OPEN OUTPUT TICKET-CONTROL-FILE
031780             MOVE 1 TO TC-NEXT-TICKET
031790             WRITE TICKET-CONTROL-RECORD
031800             CLOSE TICKET-CONTROL-FILE
031810             OPEN I-O TICKET-CONTROL-FILE
031820             READ TICKET-CONTROL-FILE
031830                 AT END
031840                     CONTINUE
031850             END-READ
031860     END-READ.
031870     MOVE TC-NEXT-TICKET TO WS-CONTROL-NUMBER.
031880     ADD 1 TO TC-NEXT-TICKET.
031890     REWRITE TICKET-CONTROL-RECORD.
031900     CLOSE TICKET-CONTROL-FILE.
031910     GO TO 2191-EXIT.
031920 2191-EXIT.
031930     EXIT.
031940*
031950******************************************************************
031960* 2200-CHECKIN-MODE - performance-night check-in. Only opens on
031970* the selected showtime's own performance date; the house is
031980* refreshed from file first so tickets sold at other terminals
031990* scan clean, then tickets are keyed (or scanned) one after
032000* another until a blank entry ends the pass.
032010******************************************************************
032020 2200-CHECKIN-MODE.
032030     MOVE WS-SHOW-ID TO SM-SHOW-ID.
032040     READ SHOW-MASTER-FILE
032050         INVALID KEY
032060             DISPLAY "The showtime is no longer on file."
032070             GO TO 2200-EXIT
032080     END-READ.
032090     IF SM-SHOW-DATE NOT = WS-TODAY
032100         DISPLAY "Check-in opens on the performance date only."
032110         GO TO 2200-EXIT
032120     END-IF.
032130     MOVE 1 TO WS-ROW-NUM.
032140     PERFORM 1200-LOAD-ROW THRU 1200-EXIT
032150         UNTIL WS-ROW-NUM > WS-NUM-ROWS.
032160     MOVE ZERO TO WS-CHECKIN-COUNT.
032170     MOVE 'N' TO WS-CHECKIN-DONE-SW.
032180     DISPLAY "Check-in mode. Key a ticket number, blank to "
032190         "finish.".
032200     PERFORM 2201-CHECKIN-ONE-TICKET THRU 2201-EXIT
032210         UNTIL WS-CHECKIN-DONE.
032220     MOVE WS-CHECKIN-COUNT TO WS-CHECKIN-COUNT-EDIT.
032230     DISPLAY "Tickets checked in this pass: "
032240         WS-CHECKIN-COUNT-EDIT.
032250     GO TO 2200-EXIT.
032260 2200-EXIT.
032270     EXIT.
032280*
032290******************************************************************
032300* 2201-CHECKIN-ONE-TICKET - find the keyed ticket on the house,
032310* flip its seat from sold 'X' to attended 'A' after confirming
032320* the on-file record still shows it sold, and log a CHECKIN to
032330* the audit trail. The no-show report later lists what stayed
032340* at 'X'. A number on the voided-ticket file is refused before
032350* the house is searched, and the attempt is logged.
032360******************************************************************
032370 2201-CHECKIN-ONE-TICKET.
032380     DISPLAY "Ticket number:".
032390     ACCEPT WS-CHECKIN-TICKET.
032400     IF WS-CHECKIN-TICKET = SPACES
032410         MOVE 'Y' TO WS-CHECKIN-DONE-SW
032420         GO TO 2201-EXIT
032430     END-IF.
032440     MOVE WS-CHECKIN-TICKET TO VT-TICKET-NUMBER.
032450     READ VOIDED-TICKET-FILE
032460         INVALID KEY
032470             CONTINUE
032480         NOT INVALID KEY
032490             DISPLAY "VOIDED TICKET - DO NOT ADMIT. Replaced by "
032500                 VT-NEW-TICKET-NUMBER " on " VT-VOID-DATE "."
032510             PERFORM 2204-LOG-VOIDED-USE THRU 2204-EXIT
032520             GO TO 2201-EXIT
032530     END-READ.
032540     MOVE 'N' TO WS-CHECKIN-FOUND-SW.
032550     MOVE 1 TO WS-ROW-NUM.
032560     PERFORM 2202-SCAN-CHECKIN-ROW THRU 2202-EXIT
032570         UNTIL WS-CHECKIN-FOUND OR WS-ROW-NUM > WS-NUM-ROWS.
032580     IF NOT WS-CHECKIN-FOUND
032590         DISPLAY "No seat on this show holds that ticket."
032600         GO TO 2201-EXIT
032610     END-IF.
032620     IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'A'
032630         DISPLAY "That ticket has already checked in."
032640         GO TO 2201-EXIT
032650     END-IF.
032660     MOVE 'X' TO WS-EXPECTED-STATUS.
032670     PERFORM 2105-VERIFY-SEAT-ON-FILE THRU 2105-EXIT.
032680     IF NOT WS-SEAT-VERIFIED
032690         DISPLAY "That seat changed at another terminal."
032700         GO TO 2201-EXIT
032710     END-IF.
032720     MOVE 'A' TO SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM).
032730     PERFORM 2100-REWRITE-SEAT THRU 2100-EXIT.
032740     MOVE "CHECKIN " TO AL-ACTION.
032750     PERFORM 2110-WRITE-AUDIT-RECORD THRU 2110-EXIT.
032760     ADD 1 TO WS-CHECKIN-COUNT.
032770     DISPLAY "Checked in: "
032780         SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM).
032790     GO TO 2201-EXIT.
032800 2201-EXIT.
032810     EXIT.
032820*
032830 2202-SCAN-CHECKIN-ROW.
032840     MOVE 1 TO WS-SEAT-NUM.
032850     PERFORM 2203-SCAN-CHECKIN-SEAT THRU 2203-EXIT
032860         UNTIL WS-CHECKIN-FOUND OR WS-SEAT-NUM > WS-MAX-SEATS.
032870     IF NOT WS-CHECKIN-FOUND
032880         ADD 1 TO WS-ROW-NUM
032890     END-IF.
032900     GO TO 2202-EXIT.
032910 2202-EXIT.
032920     EXIT.
032930*
032940 2203-SCAN-CHECKIN-SEAT.
032950     IF (SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'X'
032960         OR SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'A')
032970         AND SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM)
032980             = WS-CHECKIN-TICKET
032990         MOVE 'Y' TO WS-CHECKIN-FOUND-SW
033000     ELSE
033010         ADD 1 TO WS-SEAT-NUM
033020     END-IF.
033030     GO TO 2203-EXIT.
033040 2203-EXIT.
033050     EXIT.
033060*
033070******************************************************************
033080* 2204-LOG-VOIDED-USE - write one VOIDUSE audit entry for a
033090* voided ticket presented at the door, against the seat it was
033100* voided from, so security can see when and where the lost or
033110* stolen paper turned up. Nothing on the seat changes.
033120******************************************************************
033130 2204-LOG-VOIDED-USE.
033140     ACCEPT AL-DATE FROM DATE.
033150     ACCEPT AL-TIME FROM TIME.
033160     MOVE VT-SHOW-ID TO AL-SHOW-ID.
033170     MOVE VT-ROW TO AL-ROW.
033180     MOVE VT-SEAT TO AL-SEAT.
033190     MOVE "VOIDUSE " TO AL-ACTION.
033200     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
033210     MOVE SPACES TO AL-PRICE-TYPE.
033220     MOVE ZERO TO AL-AMOUNT.
033230     WRITE AUDIT-LOG-RECORD.
033240     GO TO 2204-EXIT.
033250 2204-EXIT.
033260     EXIT.
033270*
033280******************************************************************
033290* 2210-EXCHANGE-TICKET - move a patron from the seat their
033300* ticket holds on this showtime to another seat, on this or
033310* any other performance, in one step. The ticket keeps its
033320* number and its price type; the new seat is checked the way a
033330* sale checks it (attribute map, row price, and an on-file
033340* re-read at the moment of update), and only the difference in
033350* price changes hands: an upcharge is collected, a downgrade is
033360* refunded, and an even swap posts nothing to the ledger. The
033370* seat taken is logged EXCHANGE and the seat given up EXCHOUT,
033380* so neither reads as a sale or a cancellation downstream.
033390******************************************************************
033400 2210-EXCHANGE-TICKET.
033410     MOVE 1 TO WS-ROW-NUM.
033420     PERFORM 1200-LOAD-ROW THRU 1200-EXIT
033430         UNTIL WS-ROW-NUM > WS-NUM-ROWS.
033440     DISPLAY "Ticket number to exchange:".
033450     ACCEPT WS-EXCH-TICKET.
033460     IF WS-EXCH-TICKET = SPACES
033470         GO TO 2210-EXIT
033480     END-IF.
033490     MOVE WS-EXCH-TICKET TO WS-CHECKIN-TICKET.
033500     MOVE 'N' TO WS-CHECKIN-FOUND-SW.
033510     MOVE 1 TO WS-ROW-NUM.
033520     PERFORM 2202-SCAN-CHECKIN-ROW THRU 2202-EXIT
033530         UNTIL WS-CHECKIN-FOUND OR WS-ROW-NUM > WS-NUM-ROWS.
033540     IF NOT WS-CHECKIN-FOUND
033550         DISPLAY "No seat on this show holds that ticket."
033560         GO TO 2210-EXIT
033570     END-IF.
033580     IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'A'
033590         DISPLAY "That ticket has already been used at the "
033600             "door."
033610         GO TO 2210-EXIT
033620     END-IF.
033630     MOVE WS-ROW-NUM TO WS-EXCH-OLD-ROW.
033640     MOVE WS-SEAT-NUM TO WS-EXCH-OLD-SEAT.
033650*    A seat sold before price types were carried on the record
033660*    sold at its full row price, and exchanges as full price.
033670     IF SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM) = SPACE
033680         MOVE 'F' TO WS-PRICE-TYPE
033690         MOVE ROW-PRICE(WS-ROW-NUM) TO WS-EXCH-OLD-PRICE
033700     ELSE
033710         MOVE SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM)
033720             TO WS-PRICE-TYPE
033730         MOVE SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM)
033740             TO WS-EXCH-OLD-PRICE
033750     END-IF.
033760     MOVE SEAT-CUST-ID(WS-ROW-NUM, WS-SEAT-NUM) TO CUST-ID-IN.
033770     MOVE SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM)
033780         TO CUST-NAME-IN.
033790     MOVE SEAT-CUST-PHONE(WS-ROW-NUM, WS-SEAT-NUM)
033800         TO CUST-PHONE-IN.
033810     MOVE WS-EXCH-TICKET TO CUST-TICKET-IN.
033820     MOVE WS-EXCH-OLD-PRICE TO WS-EXCH-PRICE-EDIT.
033830     DISPLAY "Patron: " CUST-NAME-IN.
033840     DISPLAY "Now in ROW " WS-EXCH-OLD-ROW " SEAT "
033850         WS-EXCH-OLD-SEAT " at " WS-EXCH-PRICE-EDIT.
033860     DISPLAY "New showtime ID (blank for this showtime):".
033870     ACCEPT WS-EXCH-SHOW-ID.
033880     IF WS-EXCH-SHOW-ID = SPACES
033890         MOVE WS-SHOW-ID TO WS-EXCH-SHOW-ID
033900     END-IF.
033910     MOVE WS-EXCH-SHOW-ID TO SM-SHOW-ID.
033920     READ SHOW-MASTER-FILE
033930         INVALID KEY
033940             DISPLAY "That showtime is not on file."
033950             GO TO 2210-EXIT
033960     END-READ.
033970     IF SM-SHOW-DATE < WS-TODAY
033980         DISPLAY "That showtime has already played."
033990         GO TO 2210-EXIT
034000     END-IF.
034010     MOVE SM-SHOW-NAME TO WS-EXCH-SHOW-NAME.
034020     MOVE SM-VENUE-ID TO VM-VENUE-ID.
034030     READ VENUE-MASTER-FILE
034040         INVALID KEY
034050             DISPLAY "That showtime's venue is not on file."
034060             GO TO 2210-EXIT
034070     END-READ.
034080     MOVE VM-VENUE-ID TO WS-EXCH-VENUE-ID.
034090     MOVE VM-VENUE-NAME TO WS-EXCH-VENUE-NAME.
034100     MOVE VM-NUM-ROWS TO WS-EXCH-NUM-ROWS.
034110     MOVE VM-NUM-SEATS TO WS-EXCH-NUM-SEATS.
034120     MOVE 'N' TO WS-EXCH-SEAT-VALID-SW.
034130     PERFORM 2211-PROMPT-EXCHANGE-SEAT THRU 2211-EXIT
034140         UNTIL WS-EXCH-SEAT-VALID.
034150     IF WS-EXCH-SHOW-ID = WS-SHOW-ID
034160         AND WS-EXCH-ROW = WS-EXCH-OLD-ROW
034170         AND WS-EXCH-SEAT = WS-EXCH-OLD-SEAT
034180         DISPLAY "That is the seat the ticket already holds."
034190         GO TO 2210-EXIT
034200     END-IF.
034210     PERFORM 2212-CHECK-EXCHANGE-SEAT THRU 2212-EXIT.
034220     IF NOT WS-EXCH-SEAT-OK
034230         DISPLAY "The exchange was not made."
034240         GO TO 2210-EXIT
034250     END-IF.
034260     MOVE WS-EXCH-NEW-PRICE TO WS-EXCH-PRICE-EDIT.
034270     MOVE WS-EXCH-DIFFERENCE TO WS-EXCH-DIFF-EDIT.
034280     DISPLAY "New seat price: " WS-EXCH-PRICE-EDIT.
034290     EVALUATE TRUE
034300         WHEN WS-EXCH-UPCHARGE
034310             DISPLAY "The patron pays " WS-EXCH-DIFF-EDIT
034320                 " more."
034330         WHEN WS-EXCH-DOWNGRADE
034340             DISPLAY "The patron is refunded "
034350                 WS-EXCH-DIFF-EDIT "."
034360         WHEN OTHER
034370             DISPLAY "Even exchange - no money changes hands."
034380     END-EVALUATE.
034390     DISPLAY "Confirm the exchange? (Y/N)".
034400     ACCEPT WS-EXCH-ANSWER.
034410     IF WS-EXCH-ANSWER NOT = 'Y'
034420         DISPLAY "The exchange was not made."
034430         GO TO 2210-EXIT
034440     END-IF.
034450     IF WS-EXCH-UPCHARGE
034460         DISPLAY "Collect the difference:"
034470         PERFORM 2013-GET-TENDER-TYPE THRU 2013-EXIT
034480     END-IF.
034490     IF WS-EXCH-DOWNGRADE
034500         DISPLAY "Refund the difference:"
034510         MOVE 'Y' TO WS-VCH-REFUND-SW
034520         PERFORM 2013-GET-TENDER-TYPE THRU 2013-EXIT
034530     END-IF.
034540*    Both seats are re-read at the moment of update: the old
034550*    one must still be this ticket's and the new one still
034560*    open. The new seat is taken before the old is given up,
034570*    so the patron is never left holding no seat at all.
034580     MOVE WS-EXCH-OLD-ROW TO WS-ROW-NUM.
034590     MOVE WS-EXCH-OLD-SEAT TO WS-SEAT-NUM.
034600     MOVE 'X' TO WS-EXPECTED-STATUS.
034610     PERFORM 2105-VERIFY-SEAT-ON-FILE THRU 2105-EXIT.
034620     IF NOT WS-SEAT-VERIFIED
034630         OR SS-TICKET-NUMBER NOT = WS-EXCH-TICKET
034640         DISPLAY "The ticket's seat changed at another "
034650             "terminal. Nothing was exchanged."
034660         GO TO 2210-EXIT
034670     END-IF.
034680     PERFORM 2213-TAKE-EXCHANGE-SEAT THRU 2213-EXIT.
034690     IF NOT WS-EXCH-SEAT-OK
034700         DISPLAY "The new seat was just taken at another "
034710             "terminal. Nothing was exchanged."
034720         GO TO 2210-EXIT
034730     END-IF.
034740     MOVE WS-EXCH-OLD-ROW TO WS-ROW-NUM.
034750     MOVE WS-EXCH-OLD-SEAT TO WS-SEAT-NUM.
034760     MOVE 'L' TO SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM).
034770     MOVE SPACES TO SEAT-CUST-ID(WS-ROW-NUM, WS-SEAT-NUM).
034780     MOVE SPACES TO SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM).
034790     MOVE SPACES TO SEAT-CUST-PHONE(WS-ROW-NUM, WS-SEAT-NUM).
034800     MOVE SPACES TO SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM).
034810     MOVE SPACES TO SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM).
034820     MOVE ZERO TO SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM).
034830     MOVE ZERO TO SEAT-HOLD-DATE(WS-ROW-NUM, WS-SEAT-NUM).
034840     MOVE ZERO TO SEAT-HOLD-TIME(WS-ROW-NUM, WS-SEAT-NUM).
034850     PERFORM 2100-REWRITE-SEAT THRU 2100-EXIT.
034860     MOVE WS-EXCH-OLD-PRICE TO WS-SALE-PRICE.
034870     MOVE "EXCHOUT " TO AL-ACTION.
034880     PERFORM 2110-WRITE-AUDIT-RECORD THRU 2110-EXIT.
034890     IF NOT WS-EXCH-EVEN
034900         PERFORM 2214-WRITE-EXCHANGE-PAYMENT THRU 2214-EXIT
034910     END-IF.
034920     PERFORM 2215-WRITE-EXCHANGE-TICKET THRU 2215-EXIT.
034930     IF WS-EXCH-SHOW-ID = WS-SHOW-ID
034940         MOVE 1 TO WS-ROW-NUM
034950         PERFORM 1200-LOAD-ROW THRU 1200-EXIT
034960             UNTIL WS-ROW-NUM > WS-NUM-ROWS
034970     END-IF.
034980     DISPLAY "The ticket was exchanged correctly.".
034990     PERFORM 2150-OFFER-WAITLIST THRU 2150-EXIT.
035000     GO TO 2210-EXIT.
035010 2210-EXIT.
035020     EXIT.
035030*
035040******************************************************************
035050* 2211-PROMPT-EXCHANGE-SEAT - accept the row and seat wanted on
035060* the new showtime, re-prompting until both are numeric and
035070* inside that showtime's own venue.
035080******************************************************************
035090 2211-PROMPT-EXCHANGE-SEAT.
035100     MOVE WS-EXCH-NUM-ROWS TO WS-ROW-MAX-DISP.
035110     MOVE WS-EXCH-NUM-SEATS TO WS-SEAT-MAX-DISP.
035120     DISPLAY "New row (01-" WS-ROW-MAX-DISP "), zero-padded:".
035130     ACCEPT WS-EXCH-ROW-IN.
035140     DISPLAY "New seat (01-" WS-SEAT-MAX-DISP "), zero-padded:".
035150     ACCEPT WS-EXCH-SEAT-IN.
035160     IF WS-EXCH-ROW-IN IS NUMERIC AND WS-EXCH-SEAT-IN IS NUMERIC
035170         MOVE WS-EXCH-ROW-IN TO WS-EXCH-ROW
035180         MOVE WS-EXCH-SEAT-IN TO WS-EXCH-SEAT
035190         IF WS-EXCH-ROW >= 1
035200             AND WS-EXCH-ROW <= WS-EXCH-NUM-ROWS
035210             AND WS-EXCH-SEAT >= 1
035220             AND WS-EXCH-SEAT <= WS-EXCH-NUM-SEATS
035230             MOVE 'Y' TO WS-EXCH-SEAT-VALID-SW
035240         ELSE
035250             DISPLAY "Invalid row/seat for that venue."
035260         END-IF
035270     ELSE
035280         DISPLAY "Invalid row/seat. Enter 2 numeric digits each."
035290     END-IF.
035300     GO TO 2211-EXIT.
035310 2211-EXIT.
035320     EXIT.
035330*
035340******************************************************************
035350* 2212-CHECK-EXCHANGE-SEAT - check the seat wanted before the
035360* patron is asked to confirm: never a house kill on its
035370* venue's map (any other attribute warns and the patron may
035380* decline), its row priced on file, and the seat open now.
035390* The new price is the ticket's own price type applied to the
035400* new row, and the direction and size of the difference are
035410* settled here for the caller.
035420******************************************************************
035430 2212-CHECK-EXCHANGE-SEAT.
035440     MOVE 'N' TO WS-EXCH-SEAT-OK-SW.
035450     MOVE WS-EXCH-VENUE-ID TO SA-VENUE-ID.
035460     MOVE WS-EXCH-ROW TO SA-ROW.
035470     MOVE WS-EXCH-SEAT TO SA-SEAT.
035480     READ SEAT-ATTRIBUTE-FILE
035490         INVALID KEY
035500             GO TO 2212-PRICE
035510     END-READ.
035520     IF SA-ATTRIBUTE = 'K'
035530         DISPLAY "That seat is a house kill and is never sold."
035540         GO TO 2212-EXIT
035550     END-IF.
035560     EVALUATE SA-ATTRIBUTE
035570         WHEN 'W'
035580             DISPLAY "This is a wheelchair position."
035590         WHEN 'C'
035600             DISPLAY "This is a companion seat."
035610         WHEN 'O'
035620             DISPLAY "This seat has an obstructed view."
035630         WHEN OTHER
035640             DISPLAY "This seat carries attribute "
035650                 SA-ATTRIBUTE "."
035660     END-EVALUATE.
035670     DISPLAY "Offer it anyway? (Y/N)".
035680     ACCEPT WS-ATTR-ANSWER.
035690     IF WS-ATTR-ANSWER NOT = 'Y'
035700         GO TO 2212-EXIT
035710     END-IF.
035720 2212-PRICE.
035730     MOVE WS-EXCH-SHOW-ID TO RP-SHOW-ID.
035740     MOVE WS-EXCH-ROW TO RP-ROW.
035750     READ ROW-PRICE-FILE
035760         INVALID KEY
035770             DISPLAY "The row has no price on file - a "
035780                 "supervisor must price it before it can sell."
035790             GO TO 2212-EXIT
035800     END-READ.
035810     MOVE RP-PRICE TO WS-BASE-PRICE.
035820     PERFORM 2019-COMPUTE-SALE-PRICE THRU 2019-EXIT.
035830     MOVE WS-SALE-PRICE TO WS-EXCH-NEW-PRICE.
035840     MOVE WS-EXCH-SHOW-ID TO SS-SHOW-ID.
035850     MOVE WS-EXCH-ROW TO SS-ROW.
035860     MOVE WS-EXCH-SEAT TO SS-SEAT.
035870     READ SEAT-STATUS-FILE
035880         INVALID KEY
035890             GO TO 2212-DIFFERENCE
035900     END-READ.
035910     IF SS-STATUS NOT = 'L'
035920         DISPLAY "That seat is taken. Please choose another."
035930         GO TO 2212-EXIT
035940     END-IF.
035950 2212-DIFFERENCE.
035960     EVALUATE TRUE
035970         WHEN WS-EXCH-NEW-PRICE > WS-EXCH-OLD-PRICE
035980             MOVE 'U' TO WS-EXCH-DIRECTION
035990             COMPUTE WS-EXCH-DIFFERENCE =
036000                 WS-EXCH-NEW-PRICE - WS-EXCH-OLD-PRICE
036010         WHEN WS-EXCH-NEW-PRICE < WS-EXCH-OLD-PRICE
036020             MOVE 'D' TO WS-EXCH-DIRECTION
036030             COMPUTE WS-EXCH-DIFFERENCE =
036040                 WS-EXCH-OLD-PRICE - WS-EXCH-NEW-PRICE
036050         WHEN OTHER
036060             MOVE 'E' TO WS-EXCH-DIRECTION
036070             MOVE ZERO TO WS-EXCH-DIFFERENCE
036080     END-EVALUATE.
036090     MOVE 'Y' TO WS-EXCH-SEAT-OK-SW.
036100     GO TO 2212-EXIT.
036110 2212-EXIT.
036120     EXIT.
036130*
036140******************************************************************
036150* 2213-TAKE-EXCHANGE-SEAT - re-read the new seat at the moment
036160* of update and, while it is still open (or not yet on file),
036170* write the patron and ticket into it at the new price and log
036180* the EXCHANGE. The new seat can be on any performance, so the
036190* write goes straight to the files the way a series booking's
036200* does.
036210******************************************************************
036220 2213-TAKE-EXCHANGE-SEAT.
036230     MOVE 'N' TO WS-EXCH-SEAT-OK-SW.
036240     MOVE WS-EXCH-SHOW-ID TO SS-SHOW-ID.
036250     MOVE WS-EXCH-ROW TO SS-ROW.
036260     MOVE WS-EXCH-SEAT TO SS-SEAT.
036270     READ SEAT-STATUS-FILE
036280         INVALID KEY
036290             MOVE 'C' TO WS-EXCH-NEW-STATE
036300         NOT INVALID KEY
036310             MOVE 'O' TO WS-EXCH-NEW-STATE
036320     END-READ.
036330     IF WS-EXCH-NEW-STATE = 'O' AND SS-STATUS NOT = 'L'
036340         GO TO 2213-EXIT
036350     END-IF.
036360     IF WS-EXCH-NEW-STATE = 'C'
036370         MOVE 'A' TO WS-JRNL-ACTION
036380         MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
036390     ELSE
036400         MOVE 'C' TO WS-JRNL-ACTION
036410         MOVE SEAT-STATUS-RECORD TO WS-JRNL-BEFORE-IMAGE
036420     END-IF.
036430     MOVE 'X' TO SS-STATUS.
036440     MOVE CUST-ID-IN TO SS-CUSTOMER-ID.
036450     MOVE CUST-NAME-IN TO SS-CUSTOMER-NAME.
036460     MOVE CUST-PHONE-IN TO SS-CUSTOMER-PHONE.
036470     MOVE CUST-TICKET-IN TO SS-TICKET-NUMBER.
036480     MOVE WS-PRICE-TYPE TO SS-PRICE-TYPE.
036490     MOVE WS-EXCH-NEW-PRICE TO SS-SALE-PRICE.
036500     MOVE ZERO TO SS-HOLD-DATE.
036510     MOVE ZERO TO SS-HOLD-TIME.
036520     IF WS-EXCH-NEW-STATE = 'C'
036530         WRITE SEAT-STATUS-RECORD
036540     ELSE
036550         REWRITE SEAT-STATUS-RECORD
036560     END-IF.
036570     PERFORM 2103-WRITE-SEAT-JOURNAL THRU 2103-EXIT.
036580     ACCEPT AL-DATE FROM DATE.
036590     ACCEPT AL-TIME FROM TIME.
036600     MOVE WS-EXCH-SHOW-ID TO AL-SHOW-ID.
036610     MOVE WS-EXCH-ROW TO AL-ROW.
036620     MOVE WS-EXCH-SEAT TO AL-SEAT.
036630     MOVE "EXCHANGE" TO AL-ACTION.
036640     MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
036650     MOVE WS-PRICE-TYPE TO AL-PRICE-TYPE.
036660     MOVE WS-EXCH-NEW-PRICE TO AL-AMOUNT.
036670     WRITE AUDIT-LOG-RECORD.
036680     MOVE 'Y' TO WS-EXCH-SEAT-OK-SW.
036690     GO TO 2213-EXIT.
036700 2213-EXIT.
036710     EXIT.
036720*
036730******************************************************************
036740* 2214-WRITE-EXCHANGE-PAYMENT - post the price difference of an
036750* exchange to the payment ledger against the seat the patron
036760* moved into: EXCH for an upcharge collected, EXRF for a
036770* downgrade refunded, in the tender just captured. A comp
036780* tender moves no money and posts a zero amount, and a voucher
036790* tender is settled against the voucher master. The difference
036800* splits into face value and tax at the new show's rate only.
036810******************************************************************
036820 2214-WRITE-EXCHANGE-PAYMENT.
036830     ACCEPT PL-DATE FROM DATE.
036840     ACCEPT PL-TIME FROM TIME.
036850     MOVE WS-EXCH-SHOW-ID TO PL-SHOW-ID.
036860     MOVE WS-EXCH-ROW TO PL-ROW.
036870     MOVE WS-EXCH-SEAT TO PL-SEAT.
036880     IF WS-EXCH-UPCHARGE
036890         MOVE "EXCH" TO PL-PAY-TYPE
036900     ELSE
036910         MOVE "EXRF" TO PL-PAY-TYPE
036920     END-IF.
036930     MOVE WS-TENDER-TYPE TO PL-TENDER-TYPE.
036940     IF WS-TENDER-COMP
036950         MOVE ZERO TO PL-AMOUNT
036960     ELSE
036970         MOVE WS-EXCH-DIFFERENCE TO PL-AMOUNT
036980     END-IF.
036990     MOVE WS-OPERATOR-ID TO PL-OPERATOR-ID.
037000     MOVE CUST-TICKET-IN TO PL-TICKET-NUMBER.
037010     MOVE SPACES TO PL-VOUCHER-NUMBER.
037020     MOVE WS-EXCH-SHOW-ID TO WS-FEE-SHOW-ID.
037030     MOVE WS-EXCH-VENUE-ID TO WS-FEE-VENUE-ID.
037040     MOVE 'Y' TO WS-FEE-TAX-ONLY-SW.
037050     PERFORM 2116-SPLIT-PAYMENT THRU 2116-EXIT.
037060     IF WS-TENDER-VOUCHER
037070         PERFORM 2233-SETTLE-VOUCHER THRU 2233-EXIT
037080     ELSE
037090         WRITE PAYMENT-LEDGER-RECORD
037100     END-IF.
037110     GO TO 2214-EXIT.
037120 2214-EXIT.
037130     EXIT.
037140*
037150******************************************************************
037160* 2215-WRITE-EXCHANGE-TICKET - print the replacement ticket for
037170* the seat the patron moved into, matching the single-seat
037180* ticket layout. The number is the one the patron already
037190* holds; the last line shows when and by whom it was exchanged.
037200******************************************************************
037210 2215-WRITE-EXCHANGE-TICKET.
037220     ACCEPT WS-TKT-DATE FROM DATE.
037230     ACCEPT WS-TKT-TIME FROM TIME.
037240     MOVE WS-EXCH-ROW TO WS-TKT-ROW-DISP.
037250     MOVE WS-EXCH-SEAT TO WS-TKT-SEAT-DISP.
037260     MOVE WS-EXCH-NEW-PRICE TO WS-TKT-PRICE-EDIT.
037270     MOVE ALL "-" TO TICKET-PRINT-LINE.
037280     WRITE TICKET-PRINT-LINE.
037290     MOVE SPACES TO TICKET-PRINT-LINE.
037300     STRING "TICKET   " DELIMITED BY SIZE
037310            CUST-TICKET-IN DELIMITED BY SIZE
037320         INTO TICKET-PRINT-LINE.
037330     WRITE TICKET-PRINT-LINE.
037340     MOVE SPACES TO TICKET-PRINT-LINE.
037350     STRING "SHOW     " DELIMITED BY SIZE
037360            WS-EXCH-SHOW-ID DELIMITED BY SIZE
037370            " " DELIMITED BY SIZE
037380            WS-EXCH-SHOW-NAME DELIMITED BY SIZE
037390         INTO TICKET-PRINT-LINE.
037400     WRITE TICKET-PRINT-LINE.
037410     MOVE SPACES TO TICKET-PRINT-LINE.
037420     STRING "VENUE    " DELIMITED BY SIZE
037430            WS-EXCH-VENUE-NAME DELIMITED BY SIZE
037440         INTO TICKET-PRINT-LINE.
037450     WRITE TICKET-PRINT-LINE.
037460     MOVE SPACES TO TICKET-PRINT-LINE.
037470     STRING "ROW " DELIMITED BY SIZE
037480            WS-TKT-ROW-DISP DELIMITED BY SIZE
037490            " SEAT " DELIMITED BY SIZE
037500            WS-TKT-SEAT-DISP DELIMITED BY SIZE
037510            "  PRICE " DELIMITED BY SIZE
037520            WS-TKT-PRICE-EDIT DELIMITED BY SIZE
037530         INTO TICKET-PRINT-LINE.
037540     WRITE TICKET-PRINT-LINE.
037550     MOVE SPACES TO TICKET-PRINT-LINE.
037560     STRING "CUSTOMER " DELIMITED BY SIZE
037570            CUST-NAME-IN DELIMITED BY SIZE
037580         INTO TICKET-PRINT-LINE.
037590     WRITE TICKET-PRINT-LINE.
037600     MOVE SPACES TO TICKET-PRINT-LINE.
037610     STRING "EXCHANGED " DELIMITED BY SIZE
037620            WS-TKT-DATE DELIMITED BY SIZE
037630            " " DELIMITED BY SIZE
037640            WS-TKT-TIME DELIMITED BY SIZE
037650            " BY " DELIMITED BY SIZE
037660            WS-OPERATOR-ID DELIMITED BY SIZE
037670         INTO TICKET-PRINT-LINE.
037680     WRITE TICKET-PRINT-LINE.
037690     GO TO 2215-EXIT.
037700 2215-EXIT.
037710     EXIT.
037720*
037730******************************************************************
037740* 2220-REISSUE-TICKET - replace a lost or stolen ticket. The
037750* seat keeps its patron and price but takes a fresh number from
037760* the ticket control file; the old number goes on the voided-
037770* ticket file with the date, operator and reason so check-in
037780* refuses it at the door, a REISSUE is logged, and the new
037790* ticket is printed. Supervisor-only; the menu enforces it
037800* before this paragraph is ever reached.
037810******************************************************************
037820 2220-REISSUE-TICKET.
037830     MOVE 1 TO WS-ROW-NUM.
037840     PERFORM 1200-LOAD-ROW THRU 1200-EXIT
037850         UNTIL WS-ROW-NUM > WS-NUM-ROWS.
037860     DISPLAY "Ticket number to reissue:".
037870     ACCEPT WS-REIS-OLD-TICKET.
037880     IF WS-REIS-OLD-TICKET = SPACES
037890         GO TO 2220-EXIT
037900     END-IF.
037910     MOVE WS-REIS-OLD-TICKET TO WS-CHECKIN-TICKET.
037920     MOVE 'N' TO WS-CHECKIN-FOUND-SW.
037930     MOVE 1 TO WS-ROW-NUM.
037940     PERFORM 2202-SCAN-CHECKIN-ROW THRU 2202-EXIT
037950         UNTIL WS-CHECKIN-FOUND OR WS-ROW-NUM > WS-NUM-ROWS.
037960     IF NOT WS-CHECKIN-FOUND
037970         DISPLAY "No seat on this show holds that ticket."
037980         GO TO 2220-EXIT
037990     END-IF.
038000     IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'A'
038010         DISPLAY "That ticket has already been used at the "
038020             "door."
038030         GO TO 2220-EXIT
038040     END-IF.
038050     DISPLAY "Patron: " SEAT-CUST-NAME(WS-ROW-NUM, WS-SEAT-NUM).
038060     DISPLAY "Phone:  " SEAT-CUST-PHONE(WS-ROW-NUM, WS-SEAT-NUM).
038070     MOVE 'N' TO WS-REIS-REASON-VALID-SW.
038080     PERFORM 2221-PROMPT-REISSUE-REASON THRU 2221-EXIT
038090         UNTIL WS-REIS-REASON-VALID.
038100     DISPLAY "Void ticket " WS-REIS-OLD-TICKET
038110         " and issue a new one? (Y/N)".
038120     ACCEPT WS-REIS-ANSWER.
038130     IF WS-REIS-ANSWER NOT = 'Y'
038140         DISPLAY "Nothing was reissued."
038150         GO TO 2220-EXIT
038160     END-IF.
038170     MOVE 'X' TO WS-EXPECTED-STATUS.
038180     PERFORM 2105-VERIFY-SEAT-ON-FILE THRU 2105-EXIT.
038190     IF NOT WS-SEAT-VERIFIED
038200         OR SS-TICKET-NUMBER NOT = WS-REIS-OLD-TICKET
038210         DISPLAY "The ticket's seat changed at another "
038220             "terminal. Nothing was reissued."
038230         GO TO 2220-EXIT
038240     END-IF.
038250     PERFORM 2190-ASSIGN-TICKET-NUMBER THRU 2190-EXIT.
038260     MOVE CUST-TICKET-IN
038270         TO SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM).
038280     PERFORM 2100-REWRITE-SEAT THRU 2100-EXIT.
038290     MOVE WS-REIS-OLD-TICKET TO VT-TICKET-NUMBER.
038300     ACCEPT VT-VOID-DATE FROM DATE.
038310     ACCEPT VT-VOID-TIME FROM TIME.
038320     MOVE WS-OPERATOR-ID TO VT-OPERATOR-ID.
038330     MOVE WS-REIS-REASON TO VT-REASON-CODE.
038340     MOVE WS-SHOW-ID TO VT-SHOW-ID.
038350     MOVE WS-ROW-NUM TO VT-ROW.
038360     MOVE WS-SEAT-NUM TO VT-SEAT.
038370     MOVE CUST-TICKET-IN TO VT-NEW-TICKET-NUMBER.
038380     WRITE VOIDED-TICKET-RECORD
038390         INVALID KEY
038400             REWRITE VOIDED-TICKET-RECORD
038410     END-WRITE.
038420     MOVE "REISSUE " TO AL-ACTION.
038430     PERFORM 2110-WRITE-AUDIT-RECORD THRU 2110-EXIT.
038440     PERFORM 2120-WRITE-TICKET THRU 2120-EXIT.
038450     MOVE SPACES TO TICKET-PRINT-LINE.
038460     STRING "REISSUED - REPLACES TICKET " DELIMITED BY SIZE
038470            WS-REIS-OLD-TICKET DELIMITED BY SIZE
038480         INTO TICKET-PRINT-LINE.
038490     WRITE TICKET-PRINT-LINE.
038500     DISPLAY "Ticket " WS-REIS-OLD-TICKET " is void. New ticket "
038510         CUST-TICKET-IN " printed.".
038520     GO TO 2220-EXIT.
038530 2220-EXIT.
038540     EXIT.
038550*
038560******************************************************************
038570* 2221-PROMPT-REISSUE-REASON - accept why the ticket is being
038580* replaced, re-prompting until a known reason code is keyed.
038590******************************************************************
038600 2221-PROMPT-REISSUE-REASON.
038610     DISPLAY "Reason (L=lost, S=stolen, D=damaged, O=other):".
038620     ACCEPT WS-REIS-REASON.
038630     IF WS-REIS-REASON-KNOWN
038640         MOVE 'Y' TO WS-REIS-REASON-VALID-SW
038650     ELSE
038660         DISPLAY "Invalid reason. Enter L, S, D or O."
038670     END-IF.
038680     GO TO 2221-EXIT.
038690 2221-EXIT.
038700     EXIT.
038710*
038720******************************************************************
038730* 2230-SELL-VOUCHER - sell a gift voucher over the counter. The
038740* patron is optional; one given must already be on the
038750* customer master. The voucher is paid for in cash or card,
038760* issued for a year, printed on the ticket spool, and the
038770* money taken is posted to the payment ledger as VSAL with no
038780* show or seat.
038790******************************************************************
038800 2230-SELL-VOUCHER.
038810     DISPLAY "Patron ID for the voucher (blank if none):".
038820     ACCEPT CUST-ID-IN.
038830     IF CUST-ID-IN NOT = SPACES
038840         PERFORM 2012-FETCH-PATRON THRU 2012-EXIT
038850         IF NOT WS-CUST-FOUND
038860             DISPLAY "That patron is not on file - add them "
038870                 "first."
038880             GO TO 2230-EXIT
038890         END-IF
038900     END-IF.
038910     MOVE 'N' TO WS-VCH-VALUE-VALID-SW.
038920     PERFORM 2231-PROMPT-VOUCHER-VALUE THRU 2231-EXIT
038930         UNTIL WS-VCH-VALUE-VALID.
038940     DISPLAY "Take payment for the voucher:".
038950     MOVE 'N' TO WS-TENDER-VALID-SW.
038960     PERFORM 2234-PROMPT-BALANCE-TENDER THRU 2234-EXIT
038970         UNTIL WS-TENDER-VALID.
038980     MOVE 'G' TO WS-VCH-TYPE.
038990     PERFORM 2236-CREATE-VOUCHER THRU 2236-EXIT.
039000     ACCEPT PL-DATE FROM DATE.
039010     ACCEPT PL-TIME FROM TIME.
039020     MOVE SPACES TO PL-SHOW-ID.
039030     MOVE ZERO TO PL-ROW.
039040     MOVE ZERO TO PL-SEAT.
039050     MOVE "VSAL" TO PL-PAY-TYPE.
039060     MOVE WS-TENDER-TYPE TO PL-TENDER-TYPE.
039070     MOVE WS-VCH-VALUE TO PL-AMOUNT.
039080     MOVE WS-OPERATOR-ID TO PL-OPERATOR-ID.
039090     MOVE SPACES TO PL-TICKET-NUMBER.
039100     MOVE VC-VOUCHER-NUMBER TO PL-VOUCHER-NUMBER.
039110     MOVE WS-VCH-VALUE TO PL-FACE-VALUE.
039120     MOVE ZERO TO PL-BOOKING-FEE.
039130     MOVE ZERO TO PL-FACILITY-FEE.
039140     MOVE ZERO TO PL-TAX-AMOUNT.
039150     WRITE PAYMENT-LEDGER-RECORD.
039160     DISPLAY "Voucher " VC-VOUCHER-NUMBER " sold and printed.".
039170     GO TO 2230-EXIT.
039180 2230-EXIT.
039190     EXIT.
039200*
039210******************************************************************
039220* 2231-PROMPT-VOUCHER-VALUE - accept the face value of a gift
039230* voucher, re-prompting until it is numeric and above zero.
039240******************************************************************
039250 2231-PROMPT-VOUCHER-VALUE.
039260     DISPLAY "Voucher value as 00000.00, no decimal point:".
039270     ACCEPT WS-VCH-VALUE.
039280     IF WS-VCH-VALUE IS NUMERIC AND WS-VCH-VALUE > ZERO
039290         MOVE 'Y' TO WS-VCH-VALUE-VALID-SW
039300     ELSE
039310         DISPLAY "Invalid value. Enter numeric digits above "
039320             "zero."
039330     END-IF.
039340     GO TO 2231-EXIT.
039350 2231-EXIT.
039360     EXIT.
039370*
039380******************************************************************
039390* 2232-GET-VOUCHER - accept the voucher offered against a sale
039400* and check it can be spent: on file, not past its expiry date
039410* and with balance left. The balance is only shown here; it is
039420* drawn down when the payment is written.
039430******************************************************************
039440 2232-GET-VOUCHER.
039450     MOVE 'N' TO WS-VCH-OK-SW.
039460     DISPLAY "Voucher number:".
039470     ACCEPT WS-VCH-NUMBER.
039480     MOVE WS-VCH-NUMBER TO VC-VOUCHER-NUMBER.
039490     READ VOUCHER-MASTER-FILE
039500         INVALID KEY
039510             DISPLAY "That voucher is not on file."
039520             GO TO 2232-EXIT
039530     END-READ.
039540     IF VC-EXPIRY-DATE < WS-TODAY
039550         DISPLAY "That voucher expired on " VC-EXPIRY-DATE "."
039560         GO TO 2232-EXIT
039570     END-IF.
039580     IF VC-BALANCE = ZERO
039590         DISPLAY "That voucher has been spent."
039600         GO TO 2232-EXIT
039610     END-IF.
039620     MOVE VC-BALANCE TO WS-VCH-AMOUNT-EDIT.
039630     DISPLAY "Voucher balance: " WS-VCH-AMOUNT-EDIT.
039640     MOVE 'Y' TO WS-VCH-OK-SW.
039650     GO TO 2232-EXIT.
039660 2232-EXIT.
039670     EXIT.
039680*
039690******************************************************************
039700* 2233-SETTLE-VOUCHER - write the payment ledger record the
039710* caller has built (amount due in PL-AMOUNT) against a voucher
039720* tender. A RFND or EXRF is paid on a new credit voucher. A
039730* SALE or EXCH re-reads the voucher and takes what it can
039740* cover, leaving the balance for next time; whatever it does
039750* not cover is collected in cash or card on a second record,
039760* and that tender carries on for the rest of the booking (the
039770* remaining seats of a party block or series) since the
039780* voucher is now spent. The fee split of the whole amount is
039790* shared between the two records by 2238-SHARE-VOUCHER-SPLIT.
039800******************************************************************
039810 2233-SETTLE-VOUCHER.
039820     IF PL-PAY-TYPE = "RFND" OR PL-PAY-TYPE = "EXRF"
039830         PERFORM 2235-ISSUE-CREDIT-VOUCHER THRU 2235-EXIT
039840         GO TO 2233-EXIT
039850     END-IF.
039860     MOVE PL-AMOUNT TO WS-VCH-DUE.
039870     MOVE ZERO TO WS-VCH-APPLIED.
039880     MOVE PL-FACE-VALUE TO WS-FEE-FACE.
039890     MOVE PL-BOOKING-FEE TO WS-FEE-BOOKING.
039900     MOVE PL-FACILITY-FEE TO WS-FEE-FACILITY.
039910     MOVE PL-TAX-AMOUNT TO WS-FEE-TAX.
039920     MOVE WS-VCH-NUMBER TO VC-VOUCHER-NUMBER.
039930     READ VOUCHER-MASTER-FILE
039940         INVALID KEY
039950             GO TO 2233-SHORT
039960     END-READ.
039970     IF VC-BALANCE < WS-VCH-DUE
039980         MOVE VC-BALANCE TO WS-VCH-APPLIED
039990     ELSE
040000         MOVE WS-VCH-DUE TO WS-VCH-APPLIED
040010     END-IF.
040020     IF WS-VCH-APPLIED = ZERO AND WS-VCH-DUE > ZERO
040030         GO TO 2233-SHORT
040040     END-IF.
040050     SUBTRACT WS-VCH-APPLIED FROM VC-BALANCE.
040060     MOVE WS-TODAY TO VC-LAST-USED-DATE.
040070     REWRITE VOUCHER-MASTER-RECORD.
040080     MOVE WS-VCH-APPLIED TO PL-AMOUNT.
040090     MOVE WS-VCH-NUMBER TO PL-VOUCHER-NUMBER.
040100     PERFORM 2238-SHARE-VOUCHER-SPLIT THRU 2238-EXIT.
040110     WRITE PAYMENT-LEDGER-RECORD.
040120     MOVE VC-BALANCE TO WS-VCH-AMOUNT-EDIT.
040130     DISPLAY "Voucher " WS-VCH-NUMBER " balance now "
040140         WS-VCH-AMOUNT-EDIT.
040150 2233-SHORT.
040160     COMPUTE WS-VCH-SHORT = WS-VCH-DUE - WS-VCH-APPLIED.
040170     IF WS-VCH-SHORT = ZERO
040180         GO TO 2233-EXIT
040190     END-IF.
040200     MOVE WS-VCH-SHORT TO WS-VCH-AMOUNT-EDIT.
040210     DISPLAY "The voucher does not cover it - collect "
040220         WS-VCH-AMOUNT-EDIT ":".
040230     MOVE 'N' TO WS-TENDER-VALID-SW.
040240     PERFORM 2234-PROMPT-BALANCE-TENDER THRU 2234-EXIT
040250         UNTIL WS-TENDER-VALID.
040260     MOVE WS-TENDER-TYPE TO PL-TENDER-TYPE.
040270     MOVE WS-VCH-SHORT TO PL-AMOUNT.
040280     MOVE SPACES TO PL-VOUCHER-NUMBER.
040290     PERFORM 2238-SHARE-VOUCHER-SPLIT THRU 2238-EXIT.
040300     COMPUTE PL-FACE-VALUE = WS-FEE-FACE - PL-FACE-VALUE.
040310     COMPUTE PL-BOOKING-FEE = WS-FEE-BOOKING - PL-BOOKING-FEE.
040320     COMPUTE PL-FACILITY-FEE =
040330         WS-FEE-FACILITY - PL-FACILITY-FEE.
040340     COMPUTE PL-TAX-AMOUNT = WS-FEE-TAX - PL-TAX-AMOUNT.
040350     WRITE PAYMENT-LEDGER-RECORD.
040360     GO TO 2233-EXIT.
040370 2233-EXIT.
040380     EXIT.
040390*
040400******************************************************************
040410* 2234-PROMPT-BALANCE-TENDER - accept a cash or card tender for
040420* money that must really be taken: a gift voucher's price, or
040430* the part of a sale a voucher does not cover.
040440******************************************************************
040450 2234-PROMPT-BALANCE-TENDER.
040460     DISPLAY "Tender type (C=cash, D=card):".
040470     ACCEPT WS-TENDER-TYPE.
040480     IF WS-TENDER-CASH OR WS-TENDER-CARD
040490         MOVE 'Y' TO WS-TENDER-VALID-SW
040500     ELSE
040510         DISPLAY "Invalid tender. Enter C or D."
040520     END-IF.
040530     GO TO 2234-EXIT.
040540 2234-EXIT.
040550     EXIT.
040560*
040570******************************************************************
040580* 2235-ISSUE-CREDIT-VOUCHER - pay a refund as on-account credit:
040590* a new credit voucher for the refund amount in the patron's
040600* name (CUST-ID-IN), posted on the refund's own ledger record.
040610******************************************************************
040620 2235-ISSUE-CREDIT-VOUCHER.
040630     MOVE 'C' TO WS-VCH-TYPE.
040640     MOVE PL-AMOUNT TO WS-VCH-VALUE.
040650     PERFORM 2236-CREATE-VOUCHER THRU 2236-EXIT.
040660     MOVE VC-VOUCHER-NUMBER TO PL-VOUCHER-NUMBER.
040670     WRITE PAYMENT-LEDGER-RECORD.
040680     DISPLAY "Refund credited to voucher " VC-VOUCHER-NUMBER ".".
040690     GO TO 2235-EXIT.
040700 2235-EXIT.
040710     EXIT.
040720*
040730******************************************************************
040740* 2236-CREATE-VOUCHER - put a new voucher of type WS-VCH-TYPE
040750* and value WS-VCH-VALUE on the voucher master under the next
040760* control number, good for a year from today (a year from 29
040770* February is 28 February), and print it.
040780******************************************************************
040790 2236-CREATE-VOUCHER.
040800     PERFORM 2191-TAKE-CONTROL-NUMBER THRU 2191-EXIT.
040810     MOVE WS-CONTROL-NUMBER TO VC-VOUCHER-NUMBER.
040820     MOVE WS-VCH-TYPE TO VC-VOUCHER-TYPE.
040830     MOVE WS-TODAY TO VC-ISSUE-DATE.
040840     COMPUTE WS-VCH-EXPIRY = WS-TODAY + 10000.
040850     IF WS-VCH-EXPIRY-MMDD = 0229
040860         MOVE 0228 TO WS-VCH-EXPIRY-MMDD
040870     END-IF.
040880     MOVE WS-VCH-EXPIRY TO VC-EXPIRY-DATE.
040890     MOVE WS-VCH-VALUE TO VC-ORIGINAL-VALUE.
040900     MOVE WS-VCH-VALUE TO VC-BALANCE.
040910     MOVE CUST-ID-IN TO VC-CUSTOMER-ID.
040920     MOVE WS-OPERATOR-ID TO VC-ISSUE-OPERATOR.
040930     MOVE ZERO TO VC-LAST-USED-DATE.
040940     WRITE VOUCHER-MASTER-RECORD
040950         INVALID KEY
040960             DISPLAY "Voucher " VC-VOUCHER-NUMBER " is already "
040970                 "on file - check the number control file."
040980     END-WRITE.
040990     PERFORM 2237-WRITE-VOUCHER-SLIP THRU 2237-EXIT.
041000     GO TO 2236-EXIT.
041010 2236-EXIT.
041020     EXIT.
041030*
041040******************************************************************
041050* 2237-WRITE-VOUCHER-SLIP - print the voucher just issued to the
041060* TICKPRNT spool for the patron to take away.
041070******************************************************************
041080 2237-WRITE-VOUCHER-SLIP.
041090     ACCEPT WS-TKT-DATE FROM DATE.
041100     ACCEPT WS-TKT-TIME FROM TIME.
041110     MOVE VC-ORIGINAL-VALUE TO WS-VCH-AMOUNT-EDIT.
041120     MOVE ALL "-" TO TICKET-PRINT-LINE.
041130     WRITE TICKET-PRINT-LINE.
041140     MOVE SPACES TO TICKET-PRINT-LINE.
041150     IF WS-VCH-GIFT
041160         STRING "GIFT VOUCHER   " DELIMITED BY SIZE
041170                VC-VOUCHER-NUMBER DELIMITED BY SIZE
041180             INTO TICKET-PRINT-LINE
041190     ELSE
041200         STRING "CREDIT VOUCHER " DELIMITED BY SIZE
041210                VC-VOUCHER-NUMBER DELIMITED BY SIZE
041220             INTO TICKET-PRINT-LINE
041230     END-IF.
041240     WRITE TICKET-PRINT-LINE.
041250     MOVE SPACES TO TICKET-PRINT-LINE.
041260     STRING "VALUE    " DELIMITED BY SIZE
041270            WS-VCH-AMOUNT-EDIT DELIMITED BY SIZE
041280            "  VALID TO " DELIMITED BY SIZE
041290            VC-EXPIRY-DATE DELIMITED BY SIZE
041300         INTO TICKET-PRINT-LINE.
041310     WRITE TICKET-PRINT-LINE.
041320     IF VC-CUSTOMER-ID NOT = SPACES
041330         MOVE SPACES TO TICKET-PRINT-LINE
041340         STRING "PATRON   " DELIMITED BY SIZE
041350                VC-CUSTOMER-ID DELIMITED BY SIZE
041360             INTO TICKET-PRINT-LINE
041370         WRITE TICKET-PRINT-LINE
041380     END-IF.
041390     MOVE SPACES TO TICKET-PRINT-LINE.
041400     STRING "ISSUED " DELIMITED BY SIZE
041410            WS-TKT-DATE DELIMITED BY SIZE
041420            " " DELIMITED BY SIZE
041430            WS-TKT-TIME DELIMITED BY SIZE
041440            " BY " DELIMITED BY SIZE
041450            WS-OPERATOR-ID DELIMITED BY SIZE
041460         INTO TICKET-PRINT-LINE.
041470     WRITE TICKET-PRINT-LINE.
041480     GO TO 2237-EXIT.
041490 2237-EXIT.
041500     EXIT.
041510*
041520******************************************************************
041530* 2238-SHARE-VOUCHER-SPLIT - the voucher's share of a part-paid
041540* sale's fee split: the amount it covered (WS-VCH-APPLIED) is
041550* taken as face value first, then booking fee, facility fee
041560* and tax, out of the whole split kept in WS-FEE-FIELDS. The
041570* balance record is the whole split less this share, so the
041580* two records always add back up to the sale.
041590******************************************************************
041600 2238-SHARE-VOUCHER-SPLIT.
041610     MOVE WS-VCH-APPLIED TO WS-FEE-LEFT.
041620     IF WS-FEE-FACE < WS-FEE-LEFT
041630         MOVE WS-FEE-FACE TO PL-FACE-VALUE
041640     ELSE
041650         MOVE WS-FEE-LEFT TO PL-FACE-VALUE
041660     END-IF.
041670     SUBTRACT PL-FACE-VALUE FROM WS-FEE-LEFT.
041680     IF WS-FEE-BOOKING < WS-FEE-LEFT
041690         MOVE WS-FEE-BOOKING TO PL-BOOKING-FEE
041700     ELSE
041710         MOVE WS-FEE-LEFT TO PL-BOOKING-FEE
041720     END-IF.
041730     SUBTRACT PL-BOOKING-FEE FROM WS-FEE-LEFT.
041740     IF WS-FEE-FACILITY < WS-FEE-LEFT
041750         MOVE WS-FEE-FACILITY TO PL-FACILITY-FEE
041760     ELSE
041770         MOVE WS-FEE-LEFT TO PL-FACILITY-FEE
041780     END-IF.
041790     SUBTRACT PL-FACILITY-FEE FROM WS-FEE-LEFT.
041800     MOVE WS-FEE-LEFT TO PL-TAX-AMOUNT.
041810     GO TO 2238-EXIT.
041820 2238-EXIT.
041830     EXIT.
041840*
041850******************************************************************
041860* 2240-FIND-SALE-SPLIT - before a cancel's refund is posted, read
041870* the payment ledger back for what the ticket at WS-ROW-NUM/
041880* WS-SEAT-NUM took: its SALE records (two where a voucher fell
041890* short), plus any exchange upcharge (EXCH) and less any
041900* exchange refund (EXRF), under its own number or, for a
041910* ticket reissued after loss or theft, the number it was first
041920* sold under. The ledger is reopened for input to do so, then
041930* put back open to extend for the refund.
041940******************************************************************
041950 2240-FIND-SALE-SPLIT.
041960     MOVE 'N' TO WS-SPLIT-FOUND-SW.
041970     MOVE ZERO TO WS-SPLIT-AMOUNT.
041980     MOVE ZERO TO WS-SPLIT-FACE.
041990     MOVE ZERO TO WS-SPLIT-BOOKING.
042000     MOVE ZERO TO WS-SPLIT-FACILITY.
042010     MOVE ZERO TO WS-SPLIT-TAX.
042020     MOVE SEAT-TICKET-NUM(WS-ROW-NUM, WS-SEAT-NUM)
042030         TO WS-SPLIT-TICKET.
042040     IF WS-SPLIT-TICKET = SPACES
042050         GO TO 2240-EXIT
042060     END-IF.
042070     MOVE WS-SPLIT-TICKET TO WS-TRACE-TICKET.
042080     PERFORM 2242-TRACE-REISSUE THRU 2242-EXIT.
042090     CLOSE PAYMENT-LEDGER-FILE.
042100     OPEN INPUT PAYMENT-LEDGER-FILE.
042110     IF WS-PAY-FILE-STATUS = "00"
042120         MOVE 'N' TO WS-SPLIT-EOF-SW
042130         PERFORM 2241-READ-SALE THRU 2241-EXIT
042140             UNTIL WS-SPLIT-EOF
042150         CLOSE PAYMENT-LEDGER-FILE
042160     END-IF.
042170     OPEN EXTEND PAYMENT-LEDGER-FILE.
042180     GO TO 2240-EXIT.
042190 2240-EXIT.
042200     EXIT.
042210*
042220 2241-READ-SALE.
042230     READ PAYMENT-LEDGER-FILE
042240         AT END
042250             MOVE 'Y' TO WS-SPLIT-EOF-SW
042260             GO TO 2241-EXIT
042270     END-READ.
042280     IF PL-TICKET-NUMBER NOT = WS-SPLIT-TICKET
042290         AND PL-TICKET-NUMBER NOT = WS-TRACE-TICKET
042300         GO TO 2241-EXIT
042310     END-IF.
042320     IF PL-PAY-TYPE = "EXRF"
042330         SUBTRACT PL-AMOUNT FROM WS-SPLIT-AMOUNT
042340         SUBTRACT PL-FACE-VALUE FROM WS-SPLIT-FACE
042350         SUBTRACT PL-BOOKING-FEE FROM WS-SPLIT-BOOKING
042360         SUBTRACT PL-FACILITY-FEE FROM WS-SPLIT-FACILITY
042370         SUBTRACT PL-TAX-AMOUNT FROM WS-SPLIT-TAX
042380         GO TO 2241-EXIT
042390     END-IF.
042400     IF PL-PAY-TYPE NOT = "SALE" AND PL-PAY-TYPE NOT = "EXCH"
042410         GO TO 2241-EXIT
042420     END-IF.
042430     IF PL-PAY-TYPE = "SALE"
042440         MOVE 'Y' TO WS-SPLIT-FOUND-SW
042450     END-IF.
042460     ADD PL-AMOUNT TO WS-SPLIT-AMOUNT.
042470     ADD PL-FACE-VALUE TO WS-SPLIT-FACE.
042480     ADD PL-BOOKING-FEE TO WS-SPLIT-BOOKING.
042490     ADD PL-FACILITY-FEE TO WS-SPLIT-FACILITY.
042500     ADD PL-TAX-AMOUNT TO WS-SPLIT-TAX.
042510     GO TO 2241-EXIT.
042520 2241-EXIT.
042530     EXIT.
042540*
042550******************************************************************
042560* 2242-TRACE-REISSUE - follow the ticket number in
042570* WS-TRACE-TICKET back through VOIDTKT, one reissue at a time,
042580* to the number it was first sold under, and leave that in
042590* WS-TRACE-TICKET. VOIDTKT is keyed on the voided number, so
042600* each step reads it through for the record that issued the
042610* number in hand. A number never reissued is its own original;
042620* the trace gives up after 20 reissues so that a looped chain
042630* cannot hold the terminal.
042640******************************************************************
042650 2242-TRACE-REISSUE.
042660     MOVE ZERO TO WS-TRACE-STEPS.
042670     MOVE 'N' TO WS-TRACE-DONE-SW.
042680     PERFORM 2243-TRACE-STEP THRU 2243-EXIT
042690         UNTIL WS-TRACE-DONE.
042700     GO TO 2242-EXIT.
042710 2242-EXIT.
042720     EXIT.
042730*
042740 2243-TRACE-STEP.
042750     MOVE 'N' TO WS-TRACE-FOUND-SW.
042760     MOVE 'N' TO WS-VOID-EOF-SW.
042770     MOVE LOW-VALUES TO VT-TICKET-NUMBER.
042780     START VOIDED-TICKET-FILE
042790         KEY IS NOT LESS THAN VT-TICKET-NUMBER
042800         INVALID KEY MOVE 'Y' TO WS-VOID-EOF-SW
042810     END-START.
042820     PERFORM 2244-MATCH-REISSUE THRU 2244-EXIT
042830         UNTIL WS-TRACE-FOUND OR WS-VOID-EOF.
042840     ADD 1 TO WS-TRACE-STEPS.
042850     IF NOT WS-TRACE-FOUND OR WS-TRACE-STEPS >= 20
042860         MOVE 'Y' TO WS-TRACE-DONE-SW
042870     END-IF.
042880     GO TO 2243-EXIT.
042890 2243-EXIT.
042900     EXIT.
042910*
042920 2244-MATCH-REISSUE.
042930     READ VOIDED-TICKET-FILE NEXT RECORD
042940         AT END
042950             MOVE 'Y' TO WS-VOID-EOF-SW
042960             GO TO 2244-EXIT
042970     END-READ.
042980     IF VT-NEW-TICKET-NUMBER = WS-TRACE-TICKET
042990         MOVE VT-TICKET-NUMBER TO WS-TRACE-TICKET
043000         MOVE 'Y' TO WS-TRACE-FOUND-SW
043010     END-IF.
043020     GO TO 2244-EXIT.
043030 2244-EXIT.
043040     EXIT.
043050*
043060******************************************************************
043070* 2245-TAKE-SALE-SPLIT - a cancel's refund reverses the face
043080* value, fees and tax the ticket actually took, found by
043090* 2240-FIND-SALE-SPLIT, whatever FEESCHED says today. Only
043100* when no sale was found, or what the ticket took does not add
043110* back up to the refund (a comp tender, or a ticket sold
043120* twice), is the refund split afresh by 2116-SPLIT-PAYMENT.
043130******************************************************************
043140 2245-TAKE-SALE-SPLIT.
043150     IF NOT WS-SPLIT-FOUND
043160         GO TO 2245-SPLIT
043170     END-IF.
043180     IF WS-SPLIT-AMOUNT NOT = PL-AMOUNT
043190         OR WS-SPLIT-FACE < ZERO
043200         OR WS-SPLIT-BOOKING < ZERO
043210         OR WS-SPLIT-FACILITY < ZERO
043220         OR WS-SPLIT-TAX < ZERO
043230         GO TO 2245-SPLIT
043240     END-IF.
043250     MOVE WS-SPLIT-FACE TO PL-FACE-VALUE.
043260     MOVE WS-SPLIT-BOOKING TO PL-BOOKING-FEE.
043270     MOVE WS-SPLIT-FACILITY TO PL-FACILITY-FEE.
043280     MOVE WS-SPLIT-TAX TO PL-TAX-AMOUNT.
043290     GO TO 2245-EXIT.
043300 2245-SPLIT.
043310     PERFORM 2116-SPLIT-PAYMENT THRU 2116-EXIT.
043320 2245-EXIT.
043330     EXIT.
043340*
043350******************************************************************
043360* 9000-TERMINATE - close files and end the run.
043370******************************************************************
043380 9000-TERMINATE.
043390     PERFORM 9010-REVENUE-REPORT THRU 9010-EXIT.
043400     CLOSE SEAT-STATUS-FILE.
043410     CLOSE SHOW-MASTER-FILE.
043420     CLOSE VENUE-MASTER-FILE.
043430     CLOSE ROW-PRICE-FILE.
043440     CLOSE AUDIT-LOG-FILE.
043450     CLOSE CUSTOMER-MASTER-FILE.
043460     CLOSE TICKET-PRINT-FILE.
043470     CLOSE PAYMENT-LEDGER-FILE.
043480     CLOSE WAITLIST-FILE.
043490     CLOSE SERIES-MASTER-FILE.
043500     CLOSE SEAT-ATTRIBUTE-FILE.
043510     CLOSE OPERATOR-MASTER-FILE.
043520     CLOSE VOIDED-TICKET-FILE.
043530     CLOSE VOUCHER-MASTER-FILE.
043540     CLOSE FEE-SCHEDULE-FILE.
043550     CLOSE SEAT-JOURNAL-FILE.
043560     GO TO 9000-EXIT.
043570 9000-EXIT.
043580     EXIT.
043590*
043600******************************************************************
043610* 9010-REVENUE-REPORT - total up today's sales for this showtime
043620* from the in-memory seat map and print the end-of-session
043630* revenue report.
043640******************************************************************
043650 9010-REVENUE-REPORT.
043660     MOVE ZERO TO WS-TOTAL-REVENUE.
043670     MOVE ZERO TO WS-SEATS-SOLD.
043680     MOVE 1 TO WS-ROW-NUM.
043690     PERFORM 9011-REVENUE-ROW THRU 9011-EXIT
043700         UNTIL WS-ROW-NUM > WS-NUM-ROWS.
043710     MOVE WS-TOTAL-REVENUE TO WS-TOTAL-REVENUE-EDIT.
043720     MOVE WS-SEATS-SOLD TO WS-SEATS-SOLD-EDIT.
043730     DISPLAY "----------------------------------------".
043740     DISPLAY "End of session revenue report".
043750     DISPLAY "Show        : " WS-SHOW-ID.
043760     DISPLAY "Seats sold  : " WS-SEATS-SOLD-EDIT.
043770     DISPLAY "Total sales : " WS-TOTAL-REVENUE-EDIT.
043780     GO TO 9010-EXIT.
043790 9010-EXIT.
043800     EXIT.
043810*
043820 9011-REVENUE-ROW.
043830     MOVE 1 TO WS-SEAT-NUM.
043840     PERFORM 9012-REVENUE-SEAT THRU 9012-EXIT
043850         UNTIL WS-SEAT-NUM > WS-MAX-SEATS.
043860     ADD 1 TO WS-ROW-NUM.
043870     GO TO 9011-EXIT.
043880 9011-EXIT.
043890     EXIT.
043900*
043910 9012-REVENUE-SEAT.
043920     IF SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'X'
043930         OR SEAT-STAT(WS-ROW-NUM, WS-SEAT-NUM) = 'A'
043940*        A seat sold before sale prices were carried on the
043950*        record has no stored amount; it counts at its row
043960*        price, the way the session always totaled it.
043970         IF SEAT-PRICE-TYPE(WS-ROW-NUM, WS-SEAT-NUM) = SPACE
043980             ADD ROW-PRICE(WS-ROW-NUM) TO WS-TOTAL-REVENUE
043990         ELSE
044000             ADD SEAT-SALE-PRICE(WS-ROW-NUM, WS-SEAT-NUM)
044010                 TO WS-TOTAL-REVENUE
044020         END-IF
044030         ADD 1 TO WS-SEATS-SOLD
044040     END-IF.
044050     ADD 1 TO WS-SEAT-NUM.
044060     GO TO 9012-EXIT.
044070 9012-EXIT.
044080     EXIT.
044090*
044100 END PROGRAM SEAT-SALES-SYSTEM.
