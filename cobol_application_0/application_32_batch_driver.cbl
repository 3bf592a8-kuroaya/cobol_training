*>このドライバが保証するのは実行順序とRETURN-CODEによる成否判定/打ち切りのみで、
*>前段のOUT01を後段のIN01として連結する単一パイプラインではない。各ステップは
*>実行のたびにFile1.txtを自分自身の入力として読み直す(単独実行時と同じ動作)。
*>事前点検の後でFile1.txtの指紋(件数+内容ハッシュ)を取り込み済みの指紋台帳と
*>照合し、前日までに流したものと同じ内容なら名前が変わっていてもチェーンを始めない
*>(FEED_FINGERPRINT。完走した夜のFile1.txtだけを取り込み済みとして確定する)
*>事前点検の後で実行チェーンのファイル依存をNETWORK_CHECKで検証し、出どころの
*>無い入力や並行グループ内で同じファイルを書く・互いの出力を読むステップが
*>あればチェーンを始めない(ファイル行の無いチェーンはそのまま流す)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_32_BATCH_DRIVER.
ENVIRONMENT DIVISION.
            05 JN_VERIFY_LEN PIC 9(02).
            05 FILLER PIC X(01).
            05 JN_VERIFY_TAG PIC X(07).
*>ファイル行(ステップが読む/書くファイルの宣言。NETWORK_CHECKが検証に使い、
*>このドライバはステップとしては積まない)
        01 JOB_NETWORK_FILE_ROW.
            05 FILLER PIC X(23).
            05 JNF_DIRECTION PIC X(01).
                88 JNF_FILE_ROW VALUE "<" ">" "=".
        FD PUNCTUALITY_FILE.
        01 PUNCTUALITY_RECORD PIC X(70).
        FD CHAIN_LOCKS_FILE.
            05 WK_TV_SKIP_TAG PIC X(07).
            05 WK_TV_RESULT PIC X(01).
            05 WK_TV_MESSAGE PIC X(40).
*>FEED_FINGERPRINTへの受け渡しエリア(File1.txtの二重投入の照合。
*>事前点検の後で照合し、正常完走したところで取り込みを確定する)
        01 WK_FF_AREA.
            05 WK_FF_MODE PIC X(01).
            05 WK_FF_FEED PIC X(08) VALUE "FILE1".
            05 WK_FF_FILE_NAME PIC X(30) VALUE "File1.txt".
            05 WK_FF_PRINT.
                10 WK_FF_COUNT PIC 9(07).
                10 WK_FF_AMOUNT PIC S9(13).
                10 WK_FF_HASH PIC 9(09).
            05 WK_FF_RESULT PIC X(01).
            05 WK_FF_MESSAGE PIC X(40).
*>NETWORK_CHECKへの受け渡しエリア(実行チェーンのファイル依存の検証結果)
        01 WK_NC_AREA.
            05 WK_NC_RESULT PIC X(01).
            05 WK_NC_ERROR_CNT PIC 9(03).
PROCEDURE DIVISION.
    MAIN_RTN SECTION.
    *>初期処理(パラメータ→ステップ定義テーブルの構築)
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
*>実行チェーンのファイル依存の検証(誤りがあればどのステップも流さずに止める)
        PERFORM NETWORK-CHECK-RTN.
        IF WK_NC_RESULT = "N"
            THEN
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
*>File1.txtの指紋照合(取り込み済みと同じ内容なら、どのステップも流さずに止める。
*>正当な再送は権限3のAPPLICATION_163_FEED_OVERRIDEで許可してから流し直す)
        PERFORM FEED-CHECK-RTN.
        IF WK_FF_RESULT = "D"
            THEN
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
*>チェーンが読むマスタにCHAINロックを張る(保守セッションと衝突したら始めない)
        PERFORM SET-CHAIN-LOCKS-RTN.
        IF SW_LOCK_FAILED = "1"
        PERFORM RELEASE-CHAIN-LOCKS-RTN.
        STOP RUN.
    MAIN-EXIT.
*>0-0.File1.txtの指紋照合(重複は停止してオペレータアラートを書く。
*>再開実行では前回の投入がまだ確定していないため止まらない)
    FEED-CHECK-RTN SECTION.
        MOVE "C" TO WK_FF_MODE.
        CALL "FEED_FINGERPRINT" USING WK_FF_MODE WK_FF_FEED
            WK_FF_FILE_NAME WK_FF_PRINT WK_FF_RESULT WK_FF_MESSAGE.
        EVALUATE WK_FF_RESULT
            WHEN "D"
                DISPLAY "FEED CHECK NG. " WK_FF_FILE_NAME
                    " " WK_FF_MESSAGE
                DISPLAY "CHAIN NOT STARTED. RESEND NEEDS AUTHORITY-3"
                    " OVERRIDE (APPLICATION_163_FEED_OVERRIDE)."
                CALL "RUN_DATE_STAMP" USING WK_RUN_YEAR WK_RUN_MONTH
                    WK_RUN_DAY WK_RUN_HOUR WK_RUN_MINUTE
                OPEN EXTEND ALERT_FILE
                IF ALERT_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT ALERT_FILE
                END-IF
                MOVE SPACE TO ALERT_RECORD
                COMPUTE ALERT_DATE = WK_RUN_YEAR * 10000
                    + WK_RUN_MONTH * 100 + WK_RUN_DAY
                COMPUTE ALERT_TIME = WK_RUN_HOUR * 100 + WK_RUN_MINUTE
                MOVE "FEEDCHECK" TO ALERT_STEP
                MOVE "FEED_FINGERPRINT" TO ALERT_PROGRAM
                MOVE 16 TO ALERT_RC
                MOVE "DUPLICATE FEED File1.txt" TO ALERT_TEXT
                WRITE ALERT_RECORD
                CLOSE ALERT_FILE
            WHEN "O"
                DISPLAY "FEED CHECK: " WK_FF_FILE_NAME " "
                    WK_FF_MESSAGE
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
    FEED-CHECK-EXIT.
*>0-3.実行チェーンのファイル依存の検証(誤りはオペレータアラートを書く)
    NETWORK-CHECK-RTN SECTION.
        CALL "NETWORK_CHECK" USING WK_CHAIN WK_NC_RESULT
            WK_NC_ERROR_CNT.
        IF WK_NC_RESULT NOT = "N"
            THEN
                GO TO NETWORK-CHECK-EXIT
        END-IF.
        DISPLAY "JOB NETWORK CHECK NG. ERRORS: " WK_NC_ERROR_CNT
            ". CHAIN NOT STARTED. SEE NetworkCheckReport.txt".
        CALL "RUN_DATE_STAMP" USING WK_RUN_YEAR WK_RUN_MONTH
            WK_RUN_DAY WK_RUN_HOUR WK_RUN_MINUTE.
        OPEN EXTEND ALERT_FILE.
        IF ALERT_STATUS NOT = "00"
            THEN
                OPEN OUTPUT ALERT_FILE
        END-IF.
        MOVE SPACE TO ALERT_RECORD.
        COMPUTE ALERT_DATE = WK_RUN_YEAR * 10000
            + WK_RUN_MONTH * 100 + WK_RUN_DAY.
        COMPUTE ALERT_TIME = WK_RUN_HOUR * 100 + WK_RUN_MINUTE.
        MOVE "NETCHECK" TO ALERT_STEP.
        MOVE "NETWORK_CHECK" TO ALERT_PROGRAM.
        MOVE 16 TO ALERT_RC.
        MOVE "FILE DEPENDENCY ERRORS" TO ALERT_TEXT.
        WRITE ALERT_RECORD.
        CLOSE ALERT_FILE.
    NETWORK-CHECK-EXIT.
*>0-1.CHAINロックの登録(ChainLocks.txtの各マスタ名。無ければロックなし)
    SET-CHAIN-LOCKS-RTN SECTION.
        OPEN INPUT CHAIN_LOCKS_FILE.
                    CONTINUE
                NOT AT END
                    IF JN_CHAIN = WK_CHAIN
                            AND NOT JNF_FILE_ROW
                            AND STEP_TBL_SIZE < 20
                        THEN
                            ADD 1 TO STEP_TBL_SIZE
*>正常完走時は再開パラメータを空にし、業務日付を翌日へ進める
*>(障害で完走しなかった夜は日付が進まず、翌日の流し直しが同じ営業日に載る)
                PERFORM CLEAR-RESTART-PARM-RTN
*>完走したFile1.txtを取り込み済みとして指紋台帳へ確定する
                MOVE "A" TO WK_FF_MODE
                CALL "FEED_FINGERPRINT" USING WK_FF_MODE WK_FF_FEED
                    WK_FF_FILE_NAME WK_FF_PRINT WK_FF_RESULT
                    WK_FF_MESSAGE
                PERFORM ADVANCE-BUSINESS-DATE-RTN
                MOVE ZERO TO RETURN-CODE
        END-IF.
*>JobNetwork.txtの1行 = チェーン(8) 番号(2) ステップ名(10) プログラム(30)
*>頻度(1) 先行ステップ(10) 並行グループ(1) 想定秒数(5) 締切HHMM(4)
*>検証ファイル(30) 位置(3) 桁数(2) タグ(7)
*>ファイル行 = チェーン(8) 番号(2) ステップ名(10) 向き(1:< 読む > 書く
*>= チェーン開始前からある) 空白 ファイル名(30)。様式はNETWORK_CHECKを参照
*>並行グループ:同じ番号の連続ステップは異常が出てもグループ全員を流し切って
*>から打ち切る(実行自体は単一スレッドのCALLのため逐次。グループ番号は
*>RunHistory.txt末尾に記録され、傾向分析が窓の重なりとして扱える)
*>BusinessDate.txtの1行 = 業務日付(8桁)。正常完走時のみ翌日へ進む
*>ChainLocks.txtの1行 = チェーンが読むマスタ名(20桁)。実行中はCHAINロックが
*>張られ、対話保守はそのマスタを開けない(チェーン終了で解放される)
*>FeedRegister.txt = 受信フィードの指紋台帳(FEED_FINGERPRINTが読み書きする)。
*>File1.txtの重複で止まった場合はFEEDCHECKのアラートが上がる
