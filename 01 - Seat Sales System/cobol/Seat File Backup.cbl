000010******************************************************************
000020* PROGRAM:     SEAT-FILE-BACKUP
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Overnight batch step - first job of the overnight
000080*              window. Copies every seat status record on
000090*              SEATSTAT, in key order, to the sequential backup
000100*              SEATBKUP, and once the whole file has been copied
000110*              and the backup closed cleanly, empties the seat
000120*              journal SEATJRNL so the journal from then on holds
000130*              exactly the updates made since this backup.
000140*              SEAT-FORWARD-RECOVERY rebuilds SEATSTAT from the
000150*              two. A run that cannot finish the copy leaves the
000160*              journal untouched, so the previous backup and the
000170*              journal still recover the file.
000180* TECTONICS:   cobc
000190******************************************************************
000200* MODIFICATION HISTORY
000210*  DATE       INIT DESCRIPTION
000220*  15/10/2026 AG   Original seat file backup and journal reset.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. SEAT-FILE-BACKUP.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT SEAT-STATUS-FILE ASSIGN TO "SEATSTAT"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS SS-KEY
000330         FILE STATUS IS WS-SEAT-FILE-STATUS.
000340     SELECT SEAT-BACKUP-FILE ASSIGN TO "SEATBKUP"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-BKUP-FILE-STATUS.
000370     SELECT SEAT-JOURNAL-FILE ASSIGN TO "SEATJRNL"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-JRNL-FILE-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  SEAT-STATUS-FILE.
000430     COPY SEATSTAT.
000440 FD  SEAT-BACKUP-FILE.
000450 01  SEAT-BACKUP-RECORD          PIC X(92).
000460 FD  SEAT-JOURNAL-FILE.
000470     COPY SEATJRNL.
000480 WORKING-STORAGE SECTION.
000490 01  WS-SEAT-FILE-STATUS         PIC X(02).
000500 01  WS-BKUP-FILE-STATUS         PIC X(02).
000510 01  WS-JRNL-FILE-STATUS         PIC X(02).
000520 01  WS-SEAT-EOF-SW              PIC X(01) VALUE 'N'.
000530     88 WS-SEAT-EOF                          VALUE 'Y'.
000540 01  WS-JRNL-EOF-SW              PIC X(01) VALUE 'N'.
000550     88 WS-JRNL-EOF                          VALUE 'Y'.
000560 01  WS-RUN-TOTALS.
000570     05 WS-SEATS-COPIED          PIC 9(07) COMP VALUE ZERO.
000580     05 WS-JRNL-DISCARDED        PIC 9(07) COMP VALUE ZERO.
000590     05 WS-SEATS-COPIED-EDIT     PIC Z,ZZZ,ZZ9.
000600     05 WS-JRNL-DISCARDED-EDIT   PIC Z,ZZZ,ZZ9.
000610 PROCEDURE DIVISION.
000620 0000-MAINLINE.
000630     DISPLAY "Seat File Backup".
000640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000650     PERFORM 2000-COPY-SEAT THRU 2000-EXIT
000660         UNTIL WS-SEAT-EOF.
000670     PERFORM 3000-RESET-JOURNAL THRU 3000-EXIT.
000680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000690     STOP RUN.
000700*
000710******************************************************************
000720* 1000-INITIALIZE - open the seat status file for input and the
000730* backup for output, and position at the first seat record.
000740******************************************************************
000750 1000-INITIALIZE.
000760     OPEN INPUT SEAT-STATUS-FILE.
000770     IF WS-SEAT-FILE-STATUS NOT = "00"
000780         DISPLAY "SEAT-FILE-BACKUP: SEATSTAT NOT AVAILABLE, "
000790             "FILE STATUS " WS-SEAT-FILE-STATUS
000800         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
000810     END-IF.
000820     OPEN OUTPUT SEAT-BACKUP-FILE.
000830     IF WS-BKUP-FILE-STATUS NOT = "00"
000840         DISPLAY "SEAT-FILE-BACKUP: SEATBKUP NOT AVAILABLE, "
000850             "FILE STATUS " WS-BKUP-FILE-STATUS
000860         CLOSE SEAT-STATUS-FILE
000870         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
000880     END-IF.
000890     MOVE LOW-VALUES TO SS-KEY.
000900     START SEAT-STATUS-FILE KEY IS NOT LESS THAN SS-KEY
000910         INVALID KEY MOVE 'Y' TO WS-SEAT-EOF-SW
000920     END-START.
000930     GO TO 1000-EXIT.
000940 1000-EXIT.
000950     EXIT.
000960*
000970******************************************************************
000980* 1090-ABORT-RUN - the backup could not be taken in full. The
000990* journal is deliberately left as it is: it still runs from the
001000* last good backup, and emptying it now would lose every update
001010* since. End with a return code the scheduler will stop on.
001020******************************************************************
001030 1090-ABORT-RUN.
001040     DISPLAY "SEAT-FILE-BACKUP: RUN ABORTED - SEATJRNL NOT RESET".
001050     MOVE 16 TO RETURN-CODE.
001060     STOP RUN.
001070 1090-EXIT.
001080     EXIT.
001090*
001100******************************************************************
001110* 2000-COPY-SEAT - copy the next seat status record to the
001120* backup. A write that fails ends the run before the journal is
001130* touched.
001140******************************************************************
001150 2000-COPY-SEAT.
001160     READ SEAT-STATUS-FILE NEXT RECORD
001170         AT END
001180             MOVE 'Y' TO WS-SEAT-EOF-SW
001190             GO TO 2000-EXIT
001200     END-READ.
001210     MOVE SEAT-STATUS-RECORD TO SEAT-BACKUP-RECORD.
001220     WRITE SEAT-BACKUP-RECORD.
001230     IF WS-BKUP-FILE-STATUS NOT = "00"
001240         DISPLAY "SEAT-FILE-BACKUP: SEATBKUP WRITE FAILED, "
001250             "FILE STATUS " WS-BKUP-FILE-STATUS
001260         CLOSE SEAT-BACKUP-FILE
001270         CLOSE SEAT-STATUS-FILE
001280         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
001290     END-IF.
001300     ADD 1 TO WS-SEATS-COPIED.
001310     GO TO 2000-EXIT.
001320 2000-EXIT.
001330     EXIT.
001340*
001350******************************************************************
001360* 3000-RESET-JOURNAL - with the backup complete and closed,
001370* count the journal records it supersedes and empty the
001380* journal. A journal not yet created is simply created empty.
001390******************************************************************
001400 3000-RESET-JOURNAL.
001410     CLOSE SEAT-BACKUP-FILE.
001420     IF WS-BKUP-FILE-STATUS NOT = "00"
001430         DISPLAY "SEAT-FILE-BACKUP: SEATBKUP CLOSE FAILED, "
001440             "FILE STATUS " WS-BKUP-FILE-STATUS
001450         CLOSE SEAT-STATUS-FILE
001460         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
001470     END-IF.
001480     OPEN INPUT SEAT-JOURNAL-FILE.
001490     IF WS-JRNL-FILE-STATUS = "00"
001500         PERFORM 3010-COUNT-JOURNAL THRU 3010-EXIT
001510             UNTIL WS-JRNL-EOF
001520         CLOSE SEAT-JOURNAL-FILE
001530     END-IF.
001540     OPEN OUTPUT SEAT-JOURNAL-FILE.
001550     CLOSE SEAT-JOURNAL-FILE.
001560     GO TO 3000-EXIT.
001570 3000-EXIT.
001580     EXIT.
001590*
001600 3010-COUNT-JOURNAL.
001610     READ SEAT-JOURNAL-FILE
001620         AT END
001630             MOVE 'Y' TO WS-JRNL-EOF-SW
001640             GO TO 3010-EXIT
001650     END-READ.
001660     ADD 1 TO WS-JRNL-DISCARDED.
001670     GO TO 3010-EXIT.
001680 3010-EXIT.
001690     EXIT.
001700*
001710******************************************************************
001720* 9000-TERMINATE - print the run totals, close the seat file,
001730* and end the run.
001740******************************************************************
001750 9000-TERMINATE.
001760     MOVE WS-SEATS-COPIED TO WS-SEATS-COPIED-EDIT.
001770     MOVE WS-JRNL-DISCARDED TO WS-JRNL-DISCARDED-EDIT.
001780     DISPLAY "Seat records backed up : " WS-SEATS-COPIED-EDIT.
001790     DISPLAY "Journal records reset  : " WS-JRNL-DISCARDED-EDIT.
001800     CLOSE SEAT-STATUS-FILE.
001810     GO TO 9000-EXIT.
001820 9000-EXIT.
001830     EXIT.
001840*
001850 END PROGRAM SEAT-FILE-BACKUP.
