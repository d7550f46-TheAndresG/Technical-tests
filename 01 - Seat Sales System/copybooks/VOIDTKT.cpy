000010******************************************************************
000020* COPYBOOK:    VOIDTKT
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     Record layout for VOIDED-TICKET-FILE (VOIDTKT),
000070*              shared between SEAT-SALES-SYSTEM,
000080*              SEAT-RECONCILIATION, SHOW-CANCEL-REFUND and
000090*              OPERATOR-EXCEPTION-REPORT. COPY this member
000100*              immediately after FD VOIDED-TICKET-FILE in every
000110*              program so they never drift out of step. One record
000120*              per ticket number taken out of circulation when a
000130*              lost or stolen ticket is reissued, keyed by the old
000140*              (void) number so check-in can refuse it at the
000150*              door. VT-REASON-CODE is 'L' (lost), 'S' (stolen),
000160*              'D' (damaged) or 'O' (other); the seat it was
000170*              voided from and the number issued in its place are
000180*              kept for the inquiry trail, and so a refund of the
000190*              new number can be traced back to the sale of the
000200*              old.
000210******************************************************************
000220 01  VOIDED-TICKET-RECORD.
000230     05 VT-TICKET-NUMBER         PIC X(10).
000240     05 VT-VOID-DATE             PIC 9(06).
000250     05 VT-VOID-TIME             PIC 9(08).
000260     05 VT-OPERATOR-ID           PIC X(08).
000270     05 VT-REASON-CODE           PIC X(01).
000280     05 VT-SHOW-ID               PIC X(04).
000290     05 VT-ROW                   PIC 9(02).
000300     05 VT-SEAT                  PIC 9(02).
000310     05 VT-NEW-TICKET-NUMBER     PIC X(10).
