*>COMMIT_2 特定の条件下でコミットをせずに処理を終了させる
*>経過時間をBatchPerfLog.txtへ記録する(一括ロードAPPLICATION_161_BULK_LOADとの比較用)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_29_COMMIT_2.
ENVIRONMENT DIVISION.
        ASSIGN TO "Checkpoint.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHECKPOINT_STATUS.
    SELECT BATCH_PERF_LOG_FILE
        ASSIGN TO "BatchPerfLog.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BATCH_PERF_LOG_STATUS.

DATA DIVISION.
    FILE SECTION.
    FD CHECKPOINT_FILE.
    01 CHECKPOINT_RECORD.
        05 CHECKPOINT_TID PIC X(04).
*>バッチ処理時間ログ(APPLICATION_13_TIMEと同じ並び)
    FD BATCH_PERF_LOG_FILE.
    01 BATCH_PERF_LOG_RECORD.
        05 PERF_LOG_DATE PIC 9(08).
        05 FILLER PIC X(01).
        05 PERF_LOG_PROGRAM PIC X(25).
        05 FILLER PIC X(01).
        05 PERF_LOG_STIME PIC 9(08).
        05 FILLER PIC X(01).
        05 PERF_LOG_ETIME PIC 9(08).
        05 FILLER PIC X(01).
        05 PERF_LOG_ELAPSED PIC 9(05).
    WORKING-STORAGE SECTION.
    01 IN_FILE_STATUS PIC XX.
    01 CHECKPOINT_STATUS PIC XX.
    01 WK_DBC_PROGRAM PIC X(25) VALUE "APPLICATION_29_COMMIT_2".
    01 WK_DBC_RESULT PIC X(01).
    01 WK_DBC_SQLCODE PIC S9(09) COMP-5.
*>経過時間(APPLICATION_13_TIMEと同じ求め方。日跨ぎは24時間分を補正)
    01 BATCH_PERF_LOG_STATUS PIC XX.
    01 STIME PIC 9(08).
    01 STIME_PARTS REDEFINES STIME.
        05 WK_STIME_HH PIC 9(02).
        05 WK_STIME_MM PIC 9(02).
        05 WK_STIME_SS PIC 9(02).
        05 WK_STIME_CC PIC 9(02).
    01 ETIME PIC 9(08).
    01 ETIME_PARTS REDEFINES ETIME.
        05 WK_ETIME_HH PIC 9(02).
        05 WK_ETIME_MM PIC 9(02).
        05 WK_ETIME_SS PIC 9(02).
        05 WK_ETIME_CC PIC 9(02).
    01 WK_STIME_SECONDS PIC 9(05).
    01 WK_ETIME_SECONDS PIC 9(05).
    01 RESULT PIC 9(05).
    *>1.ホスト変数の定義
    EXEC SQL BEGIN DECLARE SECTION END-EXEC.
        01 WK_IN01.
            05 TID PIC X(4).
            05 TNAME PIC X(10).
        01 TSTAMP PIC X(16).
    EXEC SQL END DECLARE SECTION END-EXEC.

    *>2.共通領域の定義
    EXEC SQL INCLUDE SQLCA END-EXEC.

PROCEDURE DIVISION.
    ACCEPT STIME FROM TIME.
    OPEN INPUT IN01_FILE.
    CALL "FILE_STATUS_CHECK" USING IN_FILE_STATUS
        WK_FS_MESSAGE WK_FS_ACTION.
                                        PERFORM WRITE_CHECKPOINT_RTN
                                        MOVE ZERO TO COMMIT-COUNT
                                END-IF
                                CALL "ROW_STAMP" USING TSTAMP
                                EXEC SQL
                                    INSERT INTO test
                                    (tid,tname,tstamp)
                                    VALUES(:TID,:TNAME,:TSTAMP)
                                END-EXEC
                                EXEC SQL
                                    ROLLBACK
                                END-EXEC
                                MOVE ZERO TO COMMIT-COUNT
                            ELSE
                                CALL "ROW_STAMP" USING TSTAMP
                                EXEC SQL
                                    INSERT INTO test
                                    (tid,tname,tstamp)
                                    VALUES(:TID,:TNAME,:TSTAMP)
                                END-EXEC
                                MOVE TID TO WK_LAST_INSERTED_TID
                                ADD 1 TO COMMIT-COUNT
    END-IF.

    CLOSE IN01_FILE.
    PERFORM PERF_LOG_RTN.
    STOP RUN.

*>処理時間ログへ1行追記(APPLICATION_161_BULK_LOADの一括ロードと比較する)
    PERF_LOG_RTN SECTION.
        ACCEPT ETIME FROM TIME.
        COMPUTE WK_STIME_SECONDS =
            WK_STIME_HH * 3600 + WK_STIME_MM * 60 + WK_STIME_SS.
        COMPUTE WK_ETIME_SECONDS =
            WK_ETIME_HH * 3600 + WK_ETIME_MM * 60 + WK_ETIME_SS.
        IF WK_ETIME_SECONDS < WK_STIME_SECONDS
            THEN
                COMPUTE RESULT =
                    WK_ETIME_SECONDS - WK_STIME_SECONDS + 86400
            ELSE
                COMPUTE RESULT = WK_ETIME_SECONDS - WK_STIME_SECONDS
        END-IF.
        OPEN EXTEND BATCH_PERF_LOG_FILE.
        IF BATCH_PERF_LOG_STATUS NOT = "00"
            THEN
                OPEN OUTPUT BATCH_PERF_LOG_FILE
        END-IF.
        MOVE SPACE TO BATCH_PERF_LOG_RECORD.
        ACCEPT PERF_LOG_DATE FROM DATE YYYYMMDD.
        MOVE WK_DBC_PROGRAM TO PERF_LOG_PROGRAM.
        MOVE STIME TO PERF_LOG_STIME.
        MOVE ETIME TO PERF_LOG_ETIME.
        MOVE RESULT TO PERF_LOG_ELAPSED.
        WRITE BATCH_PERF_LOG_RECORD.
        CLOSE BATCH_PERF_LOG_FILE.
    PERF_LOG_EXIT.

    *>コミット済みTIDをチェックポイントファイルへ書き出す
*>OPEN OUTPUTで都度開き直し、ファイルの中身を常に最新1件だけにする
*>(追記すると再起動時に最初期のTIDを拾ってしまい、二重INSERTの原因になる)
