000010******************************************************************
000020* COPYBOOK:    BATCHCTL
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     Record layout for BATCH-CONTROL-FILE (BATCHCTL),
000070*              the overnight batch-window control file. One
000080*              record per business date and job, keyed by
000090*              BC-BUSINESS-DATE (YYMMDD - the day the overnight
000100*              run settles, normally the day before it runs)
000110*              and BC-JOB-NAME (the job name on the JCL:
000120*              SEATBAT, GLEXTR, SEATACTR, SHOWCLOS, SEATRECN).
000130*              Each controlled job checks its predecessors'
000140*              records at start-up, posts its own as running
000150*              ('R'), and posts it complete ('C') or failed
000160*              ('F') at the end; no record, or 'N', means the
000170*              job has not started for that date. The counts
000180*              and amount are the job's own control totals:
000190*                SEATBAT  read/applied/excepted transactions,
000200*                         amount = money posted to PAYLEDGR
000210*                GLEXTR   log records read/GL details written,
000220*                         amount = GL control hash total
000230*                SEATACTR log records read/reported, amount =
000240*                         net revenue
000250*                SHOWCLOS seats archived/shows closed, amount =
000260*                         total revenue settled
000270*                SEATRECN seats checked/discrepancies found
000280*              BC-RUN-COUNT counts the runs started for the
000290*              date; BC-OVERRIDE-ID is the supervisor whose
000300*              override let GLEXTR run a date already complete.
000310*              BATCH-STATUS-REPORT prints the night's board.
000320*              COPY this member immediately after FD
000330*              BATCH-CONTROL-FILE in every program.
000340******************************************************************
000350 01  BATCH-CONTROL-RECORD.
000360     05 BC-KEY.
000370         10 BC-BUSINESS-DATE     PIC 9(06).
000380         10 BC-JOB-NAME          PIC X(08).
000390     05 BC-STATUS                PIC X(01).
000400         88 BC-NOT-STARTED                   VALUE 'N'.
000410         88 BC-RUNNING                       VALUE 'R'.
000420         88 BC-COMPLETE                      VALUE 'C'.
000430         88 BC-FAILED                        VALUE 'F'.
000440     05 BC-START-DATE            PIC 9(06).
000450     05 BC-START-TIME            PIC 9(08).
000460     05 BC-END-DATE              PIC 9(06).
000470     05 BC-END-TIME              PIC 9(08).
000480     05 BC-RUN-COUNT             PIC 9(03).
000490     05 BC-RECORDS-READ          PIC 9(07).
000500     05 BC-RECORDS-WRITTEN       PIC 9(07).
000510     05 BC-RECORDS-REJECTED      PIC 9(07).
000520     05 BC-CONTROL-AMOUNT        PIC S9(13)V99.
000530     05 BC-OVERRIDE-ID           PIC X(08).
