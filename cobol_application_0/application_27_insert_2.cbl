*>INSERT_2 入力ファイルの値を使ってDBの行を追加する
*>追加する行のtstamp列には最終更新スタンプ(ROW_STAMP)を入れる
*>経過時間をBatchPerfLog.txtへ記録する(一括ロードAPPLICATION_161_BULK_LOADとの比較用)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_27_INSERT_2.
ENVIRONMENT DIVISION.
        SELECT REJECT01_FILE
            ASSIGN TO "Reject1.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT BATCH_PERF_LOG_FILE
            ASSIGN TO "BatchPerfLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BATCH_PERF_LOG_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD IN01_FILE.
            05 REJECT01_SQLCODE PIC -(09).
            05 REJECT01_SQLSTATE PIC X(05).
            05 REJECT01_REASON PIC X(40).
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
        01 WK_COUNT_AREA.
        01 WK_DBC_PROGRAM PIC X(25) VALUE "APPLICATION_27_INSERT_2".
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
    OPEN OUTPUT REJECT01_FILE.

                DISPLAY "READ END"
            NOT AT END
                MOVE IN01 TO WK_IN01
                CALL "ROW_STAMP" USING TSTAMP
                EXEC SQL
                    INSERT INTO test
                    (tid,tname,tstamp)
                    VALUES (:TID,:TNAME,:TSTAMP)
                END-EXEC
                IF SQLCODE = ZERO
                    THEN

    CLOSE IN01_FILE.
    CLOSE REJECT01_FILE.
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
    END PROGRAM APPLICATION_27_INSERT_2.

