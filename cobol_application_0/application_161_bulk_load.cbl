*>"test"テーブルの一括ロード(ステージング表方式) APPLICATION_27_INSERT_2/
*>APPLICATION_29_COMMIT_2の1行ずつのINSERT(N行ごとのチェックポイント)に代わるロード方式
*>  1.File1.txtを全件ステージング表(test_stage)へ積む(test本体には触れない)
*>  2.検査を集合操作(1本のUPDATEで全行)で行い、不合格の行に理由コードを付ける
*>      MV=TIDまたはTNAMEが空白 / DF=File1.txt内のTID重複(最初の行以外)
*>      DK=testテーブルに既にあるTID
*>  3.不合格の行をReject1.txt(APPLICATION_67_RESUBMITの再投入キュー)と
*>    InsertReject.txtへ、行単位のINSERTと同じSQLCODE/SQLSTATE/理由文で書く
*>  4.合格の行をINSERT ... SELECTでtestテーブルへ1トランザクションで移す
*>    (途中で失敗した場合はROLLBACKし、testテーブルは一切変わらない)
*>  5.移した行ごとにAUDIT_LOGへ"INSERT"を記録する(APPLICATION_109_BACKOUTで取り消せる)
*>経過時間はBatchPerfLog.txtへ記録し、27/29の行単位ロードと比較できるようにする
*>(APPLICATION_38_PERF_TRENDでプログラム別に並ぶ)
*>RC=0:全件ロード RC=4:リジェクトあり RC=16:接続・ステージング・移送の失敗
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_161_BULK_LOAD.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT IN01_FILE
            ASSIGN TO "File1.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IN_FILE_STATUS.
        SELECT REJECT01_FILE
            ASSIGN TO "Reject1.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT INSERT_REJECT_FILE
            ASSIGN TO "InsertReject.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT BATCH_PERF_LOG_FILE
            ASSIGN TO "BatchPerfLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BATCH_PERF_LOG_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD IN01_FILE.
        01 IN01.
            05 IN01_TID PIC X(04).
            05 IN01_TNAME PIC X(10).
*>リジェクト(APPLICATION_27_INSERT_2のReject1.txtと同じ並び)
        FD REJECT01_FILE.
        01 REJECT01.
            05 REJECT01_TID PIC X(04).
            05 REJECT01_TNAME PIC X(10).
            05 REJECT01_SQLCODE PIC -(09).
            05 REJECT01_SQLSTATE PIC X(05).
            05 REJECT01_REASON PIC X(40).
*>リジェクト(APPLICATION_26_INSERTのInsertReject.txtと同じ並び)
        FD INSERT_REJECT_FILE.
        01 INSERT_REJECT_RECORD.
            05 INSERT_REJECT_TID PIC X(04).
            05 INSERT_REJECT_TNAME PIC X(10).
            05 INSERT_REJECT_SQLCODE PIC -(09).
            05 INSERT_REJECT_SQLSTATE PIC X(05).
            05 INSERT_REJECT_REASON PIC X(40).
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
        01 BATCH_PERF_LOG_STATUS PIC XX.
        01 WK_DBC_PROGRAM PIC X(25) VALUE "APPLICATION_161_BULK_LOAD".
        01 WK_DBC_RESULT PIC X(01).
        01 WK_DBC_SQLCODE PIC S9(09) COMP-5.
        01 WK_DBERR_KEY PIC X(20).
        01 WK_AUDIT_OPERATION PIC X(10) VALUE "INSERT".
        01 WK_AUDIT_BEFORE PIC X(10) VALUE SPACES.
        01 WK_AUDIT_AFTER PIC X(10).
*>件数
        01 WK_COUNT_AREA.
            05 WK_STAGE_COUNT PIC 9(07) VALUE ZERO.
            05 WK_INSERT_COUNT PIC 9(07) VALUE ZERO.
            05 WK_REJECT_COUNT PIC 9(07) VALUE ZERO.
*>リジェクトの理由(理由コードから行単位のINSERTと同じSQLCODE/SQLSTATEを当てる)
        01 WK_REJ_SQLCODE PIC S9(09) COMP-5.
        01 WK_REJ_SQLSTATE PIC X(05).
        01 WK_REJ_REASON PIC X(40).
*>経過時間(APPLICATION_13_TIMEと同じ求め方。日跨ぎは24時間分を補正)
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
            01 STG_SEQ PIC S9(09) COMP-5.
            01 STG_TID PIC X(04).
            01 STG_TNAME PIC X(10).
            01 STG_REASON PIC X(02).
            01 TSTAMP PIC X(16).
            01 SW_NOTFOUND PIC X(01) VALUE SPACE.
            01 CST_SQL_NF PIC S9(09) COMP-5 VALUE +100.
        EXEC SQL END DECLARE SECTION END-EXEC.
    *>2.共通領域の定義
        EXEC SQL INCLUDE SQLCA END-EXEC.
PROCEDURE DIVISION.
    STAGE_LOAD_RTN SECTION.
    *>初期処理(開始時刻、入力のオープン、接続、ステージング表の空け)
        ACCEPT STIME FROM TIME.
        OPEN INPUT IN01_FILE.
        IF IN_FILE_STATUS NOT = "00"
            THEN
                DISPLAY "IN01_FILE (File1.txt) NOT FOUND. LOAD ABORTED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>3.データベース接続(主系に失敗した場合は待機系へフェイルオーバーする)
        CALL "DB_CONNECT" USING WK_DBC_PROGRAM WK_DBC_RESULT
            WK_DBC_SQLCODE.
        IF WK_DBC_RESULT = "F"
            THEN
                DISPLAY "DB CONNECT FAILED. ABORTING."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        EXEC SQL
            DELETE FROM test_stage
        END-EXEC.
        IF SQLCODE NOT = ZERO AND SQLCODE NOT = CST_SQL_NF
            THEN
                MOVE "TEST_STAGE CLEAR" TO WK_DBERR_KEY
                PERFORM ABORT_RTN
        END-IF.
    *>主処理(積み込み→集合検査→リジェクト出力→本体への移送→監査記録)
        PERFORM STAGE_RTN.
        PERFORM CHECK_RTN.
        PERFORM REJECT_RTN.
        PERFORM MOVE_RTN.
        PERFORM AUDIT_RTN.
    *>終了処理(処理時間ログ、件数表示)
        CLOSE IN01_FILE.
        PERFORM PERF_LOG_RTN.
        DISPLAY "STAGED LOAD END".
        DISPLAY "STAGED COUNT:" WK_STAGE_COUNT
            " INSERT COUNT:" WK_INSERT_COUNT
            " REJECT COUNT:" WK_REJECT_COUNT.
        DISPLAY "RESULT TIME:" RESULT.
        IF WK_REJECT_COUNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    STAGE_LOAD_EXIT.
    *>1.File1.txtをステージング表へ積む(読み込み順の連番を付ける)
    STAGE_RTN SECTION.
        PERFORM UNTIL IN_FILE_STATUS NOT = "00"
            READ IN01_FILE
                AT END
                    CONTINUE
                NOT AT END
                    ADD 1 TO WK_STAGE_COUNT
                    MOVE WK_STAGE_COUNT TO STG_SEQ
                    MOVE IN01_TID TO STG_TID
                    MOVE IN01_TNAME TO STG_TNAME
                    EXEC SQL
                        INSERT INTO test_stage
                        (seq, tid, tname, reason)
                        VALUES (:STG_SEQ, :STG_TID, :STG_TNAME, ' ')
                    END-EXEC
                    IF SQLCODE NOT = ZERO
                        THEN
                            MOVE STG_TID TO WK_DBERR_KEY
                            PERFORM ABORT_RTN
                    END-IF
            END-READ
        END-PERFORM.
        EXEC SQL
            COMMIT
        END-EXEC.
    STAGE_EXIT.
    *>2.集合検査(先の検査で不合格になった行は後の検査の対象にしない)
    CHECK_RTN SECTION.
*>必須項目の欠落
        EXEC SQL
            UPDATE test_stage
            SET reason = 'MV'
            WHERE reason = ' '
              AND (tid = ' ' OR tname = ' ')
        END-EXEC.
        PERFORM CHECK_SQLCODE_RTN.
*>File1.txt内の重複(同じTIDの最初の行だけを残す)
        EXEC SQL
            UPDATE test_stage
            SET reason = 'DF'
            WHERE reason = ' '
              AND EXISTS (SELECT 1 FROM test_stage s2
                          WHERE s2.tid = test_stage.tid
                            AND s2.seq < test_stage.seq
                            AND s2.reason <> 'MV')
        END-EXEC.
        PERFORM CHECK_SQLCODE_RTN.
*>testテーブルとの重複
        EXEC SQL
            UPDATE test_stage
            SET reason = 'DK'
            WHERE reason = ' '
              AND EXISTS (SELECT 1 FROM test t
                          WHERE t.tid = test_stage.tid)
        END-EXEC.
        PERFORM CHECK_SQLCODE_RTN.
        EXEC SQL
            COMMIT
        END-EXEC.
    CHECK_EXIT.
    *>2-1.検査のUPDATE結果(該当なしは正常)
    CHECK_SQLCODE_RTN SECTION.
        IF SQLCODE NOT = ZERO AND SQLCODE NOT = CST_SQL_NF
            THEN
                MOVE "TEST_STAGE CHECK" TO WK_DBERR_KEY
                PERFORM ABORT_RTN
        END-IF.
    CHECK_SQLCODE_EXIT.
    *>3.不合格の行をリジェクトファイルへ(読み込み順)
    REJECT_RTN SECTION.
        OPEN OUTPUT REJECT01_FILE.
        OPEN OUTPUT INSERT_REJECT_FILE.
        EXEC SQL
            DECLARE CSR_REJ CURSOR FOR
            SELECT tid, tname, reason
            FROM test_stage
            WHERE reason <> ' '
            ORDER BY seq
        END-EXEC.
        EXEC SQL
            OPEN CSR_REJ
        END-EXEC.
        MOVE SPACE TO SW_NOTFOUND.
        PERFORM UNTIL SW_NOTFOUND = "1"
            EXEC SQL
                FETCH CSR_REJ
                INTO :STG_TID, :STG_TNAME, :STG_REASON
            END-EXEC
            IF SQLCODE NOT = ZERO
                THEN
                    MOVE "1" TO SW_NOTFOUND
                ELSE
                    PERFORM WRITE_REJECT_RTN
            END-IF
        END-PERFORM.
        EXEC SQL
            CLOSE CSR_REJ
        END-EXEC.
        CLOSE REJECT01_FILE.
        CLOSE INSERT_REJECT_FILE.
    REJECT_EXIT.
    *>3-1.リジェクト1行(理由コードを行単位のINSERTと同じSQLCODE/SQLSTATE/理由文にする)
    WRITE_REJECT_RTN SECTION.
        EVALUATE STG_REASON
            WHEN "MV"
                MOVE -1400 TO WK_REJ_SQLCODE
                MOVE "23502" TO WK_REJ_SQLSTATE
                CALL "SQL_REASON_LOOKUP" USING BY CONTENT WK_REJ_SQLCODE
                    BY REFERENCE WK_REJ_REASON
            WHEN "DF"
                MOVE -1 TO WK_REJ_SQLCODE
                MOVE "23505" TO WK_REJ_SQLSTATE
                MOVE "DUPLICATE KEY WITHIN INPUT FILE" TO WK_REJ_REASON
            WHEN OTHER
                MOVE -1 TO WK_REJ_SQLCODE
                MOVE "23505" TO WK_REJ_SQLSTATE
                CALL "SQL_REASON_LOOKUP" USING BY CONTENT WK_REJ_SQLCODE
                    BY REFERENCE WK_REJ_REASON
        END-EVALUATE.
        MOVE STG_TID TO REJECT01_TID INSERT_REJECT_TID.
        MOVE STG_TNAME TO REJECT01_TNAME INSERT_REJECT_TNAME.
        MOVE WK_REJ_SQLCODE TO REJECT01_SQLCODE INSERT_REJECT_SQLCODE.
        MOVE WK_REJ_SQLSTATE TO REJECT01_SQLSTATE INSERT_REJECT_SQLSTATE.
        MOVE WK_REJ_REASON TO REJECT01_REASON INSERT_REJECT_REASON.
        WRITE REJECT01.
        WRITE INSERT_REJECT_RECORD.
        ADD 1 TO WK_REJECT_COUNT.
    WRITE_REJECT_EXIT.
    *>4.合格の行をtestテーブルへ1トランザクションで移す
    MOVE_RTN SECTION.
        CALL "ROW_STAMP" USING TSTAMP.
        EXEC SQL
            INSERT INTO test
            (tid, tname, tstamp)
            SELECT tid, tname, :TSTAMP
            FROM test_stage
            WHERE reason = ' '
        END-EXEC.
        IF SQLCODE NOT = ZERO AND SQLCODE NOT = CST_SQL_NF
            THEN
                MOVE "TEST INSERT SELECT" TO WK_DBERR_KEY
                PERFORM ABORT_RTN
        END-IF.
        EXEC SQL
            COMMIT
        END-EXEC.
    MOVE_EXIT.
    *>5.移した行の監査記録(COMMIT後に1行ずつ。INSERTなので変更前値は空白)
    AUDIT_RTN SECTION.
        EXEC SQL
            DECLARE CSR_OK CURSOR FOR
            SELECT tid, tname
            FROM test_stage
            WHERE reason = ' '
            ORDER BY seq
        END-EXEC.
        EXEC SQL
            OPEN CSR_OK
        END-EXEC.
        MOVE SPACE TO SW_NOTFOUND.
        PERFORM UNTIL SW_NOTFOUND = "1"
            EXEC SQL
                FETCH CSR_OK
                INTO :STG_TID, :STG_TNAME
            END-EXEC
            IF SQLCODE NOT = ZERO
                THEN
                    MOVE "1" TO SW_NOTFOUND
                ELSE
                    ADD 1 TO WK_INSERT_COUNT
                    MOVE STG_TID TO WK_DBERR_KEY
                    MOVE STG_TNAME TO WK_AUDIT_AFTER
                    CALL "AUDIT_LOG" USING BY CONTENT WK_DBC_PROGRAM,
                        WK_AUDIT_OPERATION, WK_DBERR_KEY,
                        WK_AUDIT_BEFORE, WK_AUDIT_AFTER
            END-IF
        END-PERFORM.
        EXEC SQL
            CLOSE CSR_OK
        END-EXEC.
    AUDIT_EXIT.
    *>6.処理時間ログへ1行追記
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
    *>共通.DBエラーでの打ち切り(ROLLBACKしてDB_ERROR_LOGへ記録。testテーブルは変わらない)
    ABORT_RTN SECTION.
        CALL "DB_ERROR_LOG" USING BY CONTENT WK_DBC_PROGRAM,
            SQLCODE, SQLSTATE, WK_DBERR_KEY.
        DISPLAY "STAGED LOAD FAILED: " WK_DBERR_KEY " SQLCODE=" SQLCODE.
        EXEC SQL
            ROLLBACK
        END-EXEC.
        CLOSE IN01_FILE.
        PERFORM PERF_LOG_RTN.
        MOVE 16 TO RETURN-CODE.
        STOP RUN.
    ABORT_EXIT.
    END PROGRAM APPLICATION_161_BULK_LOAD.
*>ステージング表 test_stage(1ロード分だけを持ち、次のロードの最初に空ける)
*>  CREATE TABLE test_stage (seq INTEGER NOT NULL, tid CHAR(4), tname CHAR(10),
*>                           reason CHAR(2) NOT NULL)
*>  reason = 空白:合格 / MV:必須項目欠落 / DF:ファイル内重複 / DK:test既存
*>  ロード後も内容を残すので、リジェクトの調査に使える
*>リジェクトのSQLCODE/SQLSTATE/理由文は行単位のINSERTと同じ(重複=-1/23505、
*>欠落=-1400/23502)ので、APPLICATION_67_RESUBMITでそのまま再投入できる
*>異常終了時(RC=16)もtestテーブルは変わらないので、原因を直してそのまま再実行する
*>(27/29のようなチェックポイントからの再開は不要)
