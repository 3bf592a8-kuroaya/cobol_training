*>ジョブネットワークのファイル依存の検証 JobNetwork.txtにある全チェーンについて、
*>ステップが読むファイルの出どころと並行グループ内の衝突をNETWORK_CHECKで検証し、
*>チェーンごとの依存一覧表(NetworkCheckReport.txt)を出す
*>ステップの並べ替え・並行グループの変更・ファイル行の追加をしたら、
*>夜のチェーンを待たずにこのプログラムで確かめる(運用の壁貼り用の一覧表も兼ねる)
*>APPLICATION_32_BATCH_DRIVERも開始前に実行チェーンだけを同じ検証にかける
*>RETURN-CODE 0=誤りなし 4=定義なし 16=誤りあり
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_171_NETWORK_CHECK.
DATA DIVISION.
    WORKING-STORAGE SECTION.
*>NETWORK_CHECKへの受け渡しエリア(チェーン名空白=全チェーン)
        01 WK_NC_AREA.
            05 WK_NC_CHAIN PIC X(08) VALUE SPACE.
            05 WK_NC_RESULT PIC X(01).
            05 WK_NC_ERROR_CNT PIC 9(03).
PROCEDURE DIVISION.
    NETWORK_CHECK_RTN SECTION.
    *>主処理
        CALL "NETWORK_CHECK" USING WK_NC_CHAIN WK_NC_RESULT
            WK_NC_ERROR_CNT.
    *>終了処理
        EVALUATE WK_NC_RESULT
            WHEN "Y"
                DISPLAY "JOB NETWORK CHECK OK. SEE NetworkCheckReport.txt"
                MOVE ZERO TO RETURN-CODE
            WHEN "M"
                DISPLAY "JobNetwork.txt NOT FOUND OR EMPTY."
                MOVE 4 TO RETURN-CODE
            WHEN OTHER
                DISPLAY "JOB NETWORK CHECK NG. ERRORS: " WK_NC_ERROR_CNT
                    ". SEE NetworkCheckReport.txt"
                MOVE 16 TO RETURN-CODE
        END-EVALUATE.
        STOP RUN.
    NETWORK_CHECK_EXIT.
