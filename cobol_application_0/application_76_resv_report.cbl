            05 RSV_WAREHOUSE PIC 9(02).
            05 FILLER PIC X(01).
            05 RSV_QTY PIC 9(05).
            05 FILLER PIC X(10).
        FD RESV_PARM_FILE.
        01 RESV_PARM_RECORD.
            05 RESV_PARM_DAYS PIC 9(03).
