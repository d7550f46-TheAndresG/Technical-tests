000240*                  amount fields shared with the selling
000250*                  programs; a release moves no money so both
000260*                  are written blank/zero.
000270*  15/10/2026 AG   Every hold released is now journalled
000280*                  (before and after image, time, program and
000290*                  operator) to SEATJRNL for forward recovery
000300*                  of SEATSTAT.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SEAT-HOLD-SWEEP.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SEAT-STATUS-FILE ASSIGN TO "SEATSTAT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SS-KEY
000410         FILE STATUS IS WS-SEAT-FILE-STATUS.
000420     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000450     SELECT HOLD-PARM-FILE ASSIGN TO "HOLDPARM"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-PARM-FILE-STATUS.
000480     SELECT SEAT-JOURNAL-FILE ASSIGN TO "SEATJRNL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-JRNL-FILE-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  SEAT-STATUS-FILE.
000540     COPY SEATSTAT.
000550 FD  AUDIT-LOG-FILE.
000560     COPY AUDITLOG.
000570 FD  HOLD-PARM-FILE.
000580 01  HOLD-PARM-RECORD.
000590     05 HP-MAX-HOLD-MINUTES      PIC 9(04).
000600 FD  SEAT-JOURNAL-FILE.
000610     COPY SEATJRNL.
000620 WORKING-STORAGE SECTION.
000630 01  WS-SEAT-FILE-STATUS         PIC X(02).
000640 01  WS-AUDIT-FILE-STATUS        PIC X(02).
000650 01  WS-PARM-FILE-STATUS         PIC X(02).
000660 01  WS-JRNL-FILE-STATUS         PIC X(02).
000670 01  WS-JRNL-BEFORE-IMAGE        PIC X(92).
000680 01  WS-SEAT-EOF-SW              PIC X(01) VALUE 'N'.
000690     88 WS-SEAT-EOF                          VALUE 'Y'.
000700 01  WS-HOLD-EXPIRED-SW          PIC X(01) VALUE 'N'.
000710     88 WS-HOLD-EXPIRED                      VALUE 'Y'.
000720 01  WS-MAX-HOLD-MINUTES         PIC 9(04) VALUE 30.
000730 01  WS-CURRENT-STAMP.
000740     05 WS-CURRENT-DATE          PIC 9(06).
000750     05 WS-CURRENT-TIME          PIC 9(08).
000760     05 FILLER REDEFINES WS-CURRENT-TIME.
000770         10 WS-CURRENT-HH        PIC 9(02).
000780         10 WS-CURRENT-MM        PIC 9(02).
000790         10 FILLER               PIC 9(04).
000800 01  WS-HOLD-STAMP.
000810     05 WS-HELD-TIME             PIC 9(08).
000820     05 FILLER REDEFINES WS-HELD-TIME.
000830         10 WS-HELD-HH           PIC 9(02).
000840         10 WS-HELD-MM           PIC 9(02).
000850         10 FILLER               PIC 9(04).
000860 01  WS-AGE-FIELDS.
000870     05 WS-CURRENT-MINUTES       PIC 9(05) COMP.
000880     05 WS-HELD-MINUTES          PIC 9(05) COMP.
000890     05 WS-AGE-MINUTES           PIC S9(05) COMP.
000900 01  WS-RUN-TOTALS.
000910     05 WS-HOLDS-SEEN            PIC 9(05) COMP VALUE ZERO.
000920     05 WS-HOLDS-RELEASED        PIC 9(05) COMP VALUE ZERO.
000930     05 WS-HOLDS-SEEN-EDIT       PIC ZZ,ZZ9.
000940     05 WS-HOLDS-RELEASED-EDIT   PIC ZZ,ZZ9.
000950 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000970     DISPLAY "Seat Hold Sweep".
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000990     PERFORM 2000-SWEEP-SEAT THRU 2000-EXIT
001000         UNTIL WS-SEAT-EOF.
001010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001020     STOP RUN.
001030*
001040******************************************************************
001050* 1000-INITIALIZE - pick up the configured maximum hold age (or
001060* keep the 30-minute default when no parameter is supplied),
001070* capture the current date/time once for the whole sweep, open
001080* the seat status file for update, and position at the first
001090* seat record.
001100******************************************************************
001110 1000-INITIALIZE.
001120     OPEN INPUT HOLD-PARM-FILE.
001130     IF WS-PARM-FILE-STATUS = "00"
001140         READ HOLD-PARM-FILE
001150             AT END
001160                 CONTINUE
001170             NOT AT END
001180                 IF HP-MAX-HOLD-MINUTES IS NUMERIC
001190                     AND HP-MAX-HOLD-MINUTES > 0
001200                     MOVE HP-MAX-HOLD-MINUTES
001210                         TO WS-MAX-HOLD-MINUTES
001220                 END-IF
001230         END-READ
001240         CLOSE HOLD-PARM-FILE
001250     END-IF.
001260     DISPLAY "Maximum hold age (minutes): " WS-MAX-HOLD-MINUTES.
001270     ACCEPT WS-CURRENT-DATE FROM DATE.
001280     ACCEPT WS-CURRENT-TIME FROM TIME.
001290     COMPUTE WS-CURRENT-MINUTES =
001300         (WS-CURRENT-HH * 60) + WS-CURRENT-MM.
001310     OPEN I-O SEAT-STATUS-FILE.
001320     IF WS-SEAT-FILE-STATUS NOT = "00"
001330         DISPLAY "SEAT-HOLD-SWEEP: SEATSTAT NOT AVAILABLE, "
001340             "FILE STATUS " WS-SEAT-FILE-STATUS
001350         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
001360     END-IF.
001370     OPEN EXTEND AUDIT-LOG-FILE.
001380     IF WS-AUDIT-FILE-STATUS = "35"
001390         OPEN OUTPUT AUDIT-LOG-FILE
001400         CLOSE AUDIT-LOG-FILE
001410         OPEN EXTEND AUDIT-LOG-FILE
001420     END-IF.
001430     OPEN EXTEND SEAT-JOURNAL-FILE.
001440     IF WS-JRNL-FILE-STATUS = "35"
001450         OPEN OUTPUT SEAT-JOURNAL-FILE
001460         CLOSE SEAT-JOURNAL-FILE
001470         OPEN EXTEND SEAT-JOURNAL-FILE
001480     END-IF.
001490     MOVE LOW-VALUES TO SS-KEY.
001500     START SEAT-STATUS-FILE KEY IS NOT LESS THAN SS-KEY
001510         INVALID KEY MOVE 'Y' TO WS-SEAT-EOF-SW
001520     END-START.
001530     GO TO 1000-EXIT.
001540 1000-EXIT.
001550     EXIT.
001560*
001570******************************************************************
001580* 1090-ABORT-RUN - the seat status file could not be opened, so
001590* there is nothing to sweep and nothing was opened to close;
001600* end the run immediately rather than print run totals that
001610* would make an outright failure look like a clean night with
001620* no holds.
001630******************************************************************
001640 1090-ABORT-RUN.
001650     STOP RUN.
001660 1090-EXIT.
001670     EXIT.
001680*
001690******************************************************************
001700* 2000-SWEEP-SEAT - read the next seat record and, when it is a
001710* hold that has outlived the configured age, release it.
001720******************************************************************
001730 2000-SWEEP-SEAT.
001740     READ SEAT-STATUS-FILE NEXT RECORD
001750         AT END
001760             MOVE 'Y' TO WS-SEAT-EOF-SW
001770             GO TO 2000-EXIT
001780     END-READ.
001790     IF SS-STATUS NOT = 'H'
001800         GO TO 2000-EXIT
001810     END-IF.
001820     ADD 1 TO WS-HOLDS-SEEN.
001830     PERFORM 2010-CHECK-HOLD-AGE THRU 2010-EXIT.
001840     IF WS-HOLD-EXPIRED
001850         PERFORM 2020-RELEASE-HOLD THRU 2020-EXIT
001860     END-IF.
001870     GO TO 2000-EXIT.
001880 2000-EXIT.
001890     EXIT.
001900*
001910******************************************************************
001920* 2010-CHECK-HOLD-AGE - a hold from any earlier date has been
001930* out overnight and is always expired; a hold placed today is
001940* expired once it is more than the configured number of minutes
001950* old.
001960******************************************************************
001970 2010-CHECK-HOLD-AGE.
001980     MOVE 'N' TO WS-HOLD-EXPIRED-SW.
001990     IF SS-HOLD-DATE < WS-CURRENT-DATE
002000         MOVE 'Y' TO WS-HOLD-EXPIRED-SW
002010         GO TO 2010-EXIT
002020     END-IF.
002030     MOVE SS-HOLD-TIME TO WS-HELD-TIME.
002040     COMPUTE WS-HELD-MINUTES =
002050         (WS-HELD-HH * 60) + WS-HELD-MM.
002060     COMPUTE WS-AGE-MINUTES =
002070         WS-CURRENT-MINUTES - WS-HELD-MINUTES.
002080     IF WS-AGE-MINUTES > WS-MAX-HOLD-MINUTES
002090         MOVE 'Y' TO WS-HOLD-EXPIRED-SW
002100     END-IF.
002110     GO TO 2010-EXIT.
002120 2010-EXIT.
002130     EXIT.
002140*
002150******************************************************************
002160* 2020-RELEASE-HOLD - put the expired hold back to 'L', clear
002170* the customer details and hold stamp, and log the release to
002180* the audit trail the same way an interactive cancellation is
002190* logged.
002200******************************************************************
002210 2020-RELEASE-HOLD.
002220     MOVE SEAT-STATUS-RECORD TO WS-JRNL-BEFORE-IMAGE.
002230     MOVE 'L' TO SS-STATUS.
002240     MOVE SPACES TO SS-CUSTOMER-ID.
002250     MOVE SPACES TO SS-CUSTOMER-NAME.
002260     MOVE SPACES TO SS-CUSTOMER-PHONE.
002270     MOVE SPACES TO SS-TICKET-NUMBER.
002280     MOVE ZERO TO SS-HOLD-DATE.
002290     MOVE ZERO TO SS-HOLD-TIME.
002300     REWRITE SEAT-STATUS-RECORD.
002310     PERFORM 2030-WRITE-SEAT-JOURNAL THRU 2030-EXIT.
002320     ACCEPT AL-DATE FROM DATE.
002330     ACCEPT AL-TIME FROM TIME.
002340     MOVE SS-SHOW-ID TO AL-SHOW-ID.
002350     MOVE SS-ROW TO AL-ROW.
002360     MOVE SS-SEAT TO AL-SEAT.
002370     MOVE "RELEASE " TO AL-ACTION.
002380     MOVE "HOLDSWP " TO AL-OPERATOR-ID.
002390     MOVE SPACES TO AL-PRICE-TYPE.
002400     MOVE ZERO TO AL-AMOUNT.
002410     WRITE AUDIT-LOG-RECORD.
002420     ADD 1 TO WS-HOLDS-RELEASED.
002430     GO TO 2020-EXIT.
002440 2020-EXIT.
002450     EXIT.
002460*
002470******************************************************************
002480* 2030-WRITE-SEAT-JOURNAL - journal the hold just released: the
002490* record as it was read, the record as now on file, and when.
002500* A rewrite the file refused changed nothing and is not
002510* journalled.
002520******************************************************************
002530 2030-WRITE-SEAT-JOURNAL.
002540     IF WS-SEAT-FILE-STATUS NOT = "00"
002550         GO TO 2030-EXIT
002560     END-IF.
002570     ACCEPT SJ-DATE FROM DATE.
002580     ACCEPT SJ-TIME FROM TIME.
002590     MOVE "SEAT-HOLD-SWEEP" TO SJ-PROGRAM.
002600     MOVE "HOLDSWP " TO SJ-OPERATOR-ID.
002610     MOVE 'C' TO SJ-ACTION.
002620     MOVE WS-JRNL-BEFORE-IMAGE TO SJ-BEFORE-IMAGE.
002630     MOVE SEAT-STATUS-RECORD TO SJ-AFTER-IMAGE.
002640     WRITE SEAT-JOURNAL-RECORD.
002650     GO TO 2030-EXIT.
002660 2030-EXIT.
002670     EXIT.
002680*
002690******************************************************************
002700* 9000-TERMINATE - print the run totals, close the files, and
002710* end the run.
002720******************************************************************
002730 9000-TERMINATE.
002740     MOVE WS-HOLDS-SEEN TO WS-HOLDS-SEEN-EDIT.
002750     MOVE WS-HOLDS-RELEASED TO WS-HOLDS-RELEASED-EDIT.
002760     DISPLAY "Holds on file         : " WS-HOLDS-SEEN-EDIT.
002770     DISPLAY "Holds released        : " WS-HOLDS-RELEASED-EDIT.
002780     CLOSE SEAT-STATUS-FILE.
002790     CLOSE AUDIT-LOG-FILE.
002800     CLOSE SEAT-JOURNAL-FILE.
002810     GO TO 9000-EXIT.
002820 9000-EXIT.
002830     EXIT.
002840*
002850 END PROGRAM SEAT-HOLD-SWEEP.
