000010******************************************************************
000020* COPYBOOK:    SEATJRNL
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     Record layout for SEAT-JOURNAL-FILE (SEATJRNL),
000070*              the before/after-image journal of SEATSTAT.
000080*              Every program that adds, changes or deletes a
000090*              seat status record - SEAT-SALES-SYSTEM, SEAT-
000100*              BATCH-UPDATE, SEAT-HOLD-SWEEP, SHOW-CANCEL-
000110*              REFUND and SHOW-CLOSE-OUT - opens the journal
000120*              EXTEND and writes one record per update, after
000130*              the update succeeds. COPY this member immediately
000140*              after FD SEAT-JOURNAL-FILE in every program so
000150*              they never drift out of step. SJ-ACTION is 'A'
000160*              (record added - no before-image), 'C' (record
000170*              changed) or 'D' (record deleted - no after-
000180*              image); a missing image is spaces. The images
000190*              are the full SEAT-STATUS-RECORD. SJ-DATE and
000200*              SJ-TIME are stamped the way AUDITLOG is (YYMMDD,
000210*              HHMMSSCC). SEAT-FILE-BACKUP empties the journal
000220*              each time it takes the backup at the start of
000230*              the overnight window, and SEAT-FORWARD-RECOVERY
000240*              replays it over a restored backup.
000250******************************************************************
000260 01  SEAT-JOURNAL-RECORD.
000270     05 SJ-DATE                  PIC 9(06).
000280     05 SJ-TIME                  PIC 9(08).
000290     05 SJ-PROGRAM               PIC X(20).
000300     05 SJ-OPERATOR-ID           PIC X(08).
000310     05 SJ-ACTION                PIC X(01).
000320         88 SJ-ACTION-ADD                    VALUE 'A'.
000330         88 SJ-ACTION-CHANGE                 VALUE 'C'.
000340         88 SJ-ACTION-DELETE                 VALUE 'D'.
000350     05 SJ-BEFORE-IMAGE          PIC X(92).
000360     05 SJ-AFTER-IMAGE           PIC X(92).
