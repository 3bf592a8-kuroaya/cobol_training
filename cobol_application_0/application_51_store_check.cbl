*>     (乖離は警告としてレポートに出すのみで、隔離の対象にはしない)
*>検証結果はStoreValidation.txt(レポート)とStoreFileStatus.txt(店舗ID+P/F。
*>ROLLUPが参照して不合格店舗を除外する)へ出力する
*>検証の前に売上ファイルの指紋(件数+"T"金額合計+内容ハッシュ)を取り込み済みの
*>指紋台帳と照合し(FEED_FINGERPRINT)、集計済みと同じ内容のファイル(前日分の
*>再送など)は名前が違っても不合格(DUPL)とする。重複は隔離せず元のまま残す
*>(正当な再送は権限3のAPPLICATION_163_FEED_OVERRIDEで許可して流し直す)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_51_STORE_CHECK.
ENVIRONMENT DIVISION.
            05 WK_TRAILER_CNT PIC 9(07).
            05 WK_TRAILER_TOTAL PIC 9(09).
        01 WK_FAIL_TOTAL PIC 9(03) VALUE ZERO.
        01 WK_DUP_TOTAL PIC 9(03) VALUE ZERO.
*>FEED_FINGERPRINTへの受け渡しエリア(取り込みの確定はROLLUPが行う)
        01 WK_FF_AREA.
            05 WK_FF_MODE PIC X(01) VALUE "C".
            05 WK_FF_FEED PIC X(08) VALUE "STORE".
            05 WK_FF_PRINT.
                10 WK_FF_COUNT PIC 9(07).
                10 WK_FF_AMOUNT PIC S9(13).
                10 WK_FF_HASH PIC 9(09).
            05 WK_FF_RESULT PIC X(01).
            05 WK_FF_MESSAGE PIC X(40).
        01 WK_FSO_JUDGE PIC X(01).
*>売上レコードの項目の見方(種別と日付、"T"の金額)
        01 WK_SREC.
                DISPLAY "PRICE DEVIATION WARNINGS: "
                    WK_PRICE_WARN_CNT
        END-IF.
        IF WK_DUP_TOTAL > ZERO
            THEN
                DISPLAY "STORE VALIDATION: " WK_DUP_TOTAL
                    " DUPLICATE FILE(S) HELD"
        END-IF.
        IF WK_FAIL_TOTAL > ZERO
            THEN
                DISPLAY "STORE VALIDATION: " WK_FAIL_TOTAL
                    " FILE(S) QUARANTINED"
        END-IF.
        IF WK_FAIL_TOTAL > ZERO OR WK_DUP_TOTAL > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY "STORE VALIDATION: ALL FILES PASSED"
        MOVE STM_FILE TO RPT_FILE_NAME CHK_FILE_NAME.
*>不備明細がどの店舗のものかレポート上で読めるよう、先に見出し行を書く
        WRITE VALIDATION_REPORT_RECORD FROM REPORT_CHECKING_LINE.
*>集計済みと同じ内容のファイルは検証せずに不合格とする(隔離はしない)
        CALL "FEED_FINGERPRINT" USING WK_FF_MODE WK_FF_FEED
            WK_STORE_FILE_NAME WK_FF_PRINT WK_FF_RESULT WK_FF_MESSAGE.
        IF WK_FF_RESULT = "D"
            THEN
                MOVE "DUPLICATE FEED (ALREADY ROLLED UP)" TO ERR_TEXT
                MOVE WK_FF_MESSAGE TO ERR_CONTENT
                PERFORM WRITE-ERROR-RTN
                MOVE "DUPL" TO RPT_JUDGE
                MOVE WK_ERROR_CNT TO RPT_ERROR_CNT
                WRITE VALIDATION_REPORT_RECORD FROM REPORT_STORE_LINE
                ADD 1 TO WK_DUP_TOTAL
                MOVE SPACE TO FILE_STATUS_OUT_RECORD
                MOVE STM_ID TO FSO_STORE_ID
                MOVE "F" TO FSO_JUDGE
                WRITE FILE_STATUS_OUT_RECORD
                GO TO CHECK-ONE-STORE-EXIT
        END-IF.
        OPEN INPUT STORE_SALES_FILE.
        IF STORE_SALES_STATUS NOT = "00"
            THEN
