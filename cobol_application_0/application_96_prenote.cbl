*>(2)RECEIVE = 銀行からの結果(PrenoteReturn.txt:BankReturn.txtと同じ形)を
*>    読み、結果コード00の口座を"V"(確認済み)へ進める。00以外は"P"のまま
*>    理由を表示する(口座の打ち直しが必要)
*>    受信の前にPrenoteReturn.txtの指紋(件数+金額合計+内容ハッシュ)を
*>    取り込み済みの指紋台帳と照合し(FEED_FINGERPRINT)、処理済みと同じ内容の
*>    結果ファイル(再送)は反映せずにRC=16で止める
*>    (正当な再送は権限3のAPPLICATION_163_FEED_OVERRIDEで許可)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_96_PRENOTE.
ENVIRONMENT DIVISION.
    WORKING-STORAGE SECTION.
        01 BANK_ACCT_MASTER_STATUS PIC XX.
        01 PRENOTE_RETURN_STATUS PIC XX.
*>FEED_FINGERPRINTへの受け渡しエリア(結果ファイルの二重反映の防止)
        01 WK_FF_AREA.
            05 WK_FF_MODE PIC X(01).
            05 WK_FF_FEED PIC X(08) VALUE "PRENOTE".
            05 WK_FF_FILE_NAME PIC X(30) VALUE "PrenoteReturn.txt".
            05 WK_FF_PRINT.
                10 WK_FF_COUNT PIC 9(07).
                10 WK_FF_AMOUNT PIC S9(13).
                10 WK_FF_HASH PIC 9(09).
            05 WK_FF_RESULT PIC X(01).
            05 WK_FF_MESSAGE PIC X(40).
*>口座テーブル(RECEIVEで状態を進めて書き戻す)
        01 ACCT_TBL_MASTER.
            05 ACCT_TBL_SIZE PIC 9(03) VALUE ZERO.
        IF ACCT_TBL_SIZE = ZERO
            THEN
                DISPLAY "BANK ACCOUNT MASTER NOT FOUND OR EMPTY."
                GOBACK
        END-IF.
        DISPLAY "PRENOTE CYCLE: (1)SEND (2)RECEIVE >>"
            WITH NO ADVANCING.
            WHEN OTHER
                DISPLAY "INVALID SELECTION."
        END-EVALUATE.
        GOBACK.
*>1.送信(状態"P"の口座ごとに0円のプレノートレコードを書く)
    SEND_PROC.
        OPEN OUTPUT PRENOTE_OUT_FILE.
        EXIT.
*>2.受信(結果コード00の口座を"V"へ進める)
    RECEIVE_PROC.
        MOVE "C" TO WK_FF_MODE.
        CALL "FEED_FINGERPRINT" USING WK_FF_MODE WK_FF_FEED
            WK_FF_FILE_NAME WK_FF_PRINT WK_FF_RESULT WK_FF_MESSAGE.
        IF WK_FF_RESULT = "D"
            THEN
                DISPLAY "PRENOTE RESULTS NOT APPLIED. " WK_FF_MESSAGE
                DISPLAY "RESEND NEEDS AUTHORITY-3 OVERRIDE"
                    " (APPLICATION_163_FEED_OVERRIDE)."
                MOVE 16 TO RETURN-CODE
                GOBACK
        END-IF.
        OPEN INPUT PRENOTE_RETURN_FILE.
        IF PRENOTE_RETURN_STATUS NOT = "00"
            THEN
            END-READ
        END-PERFORM.
        CLOSE PRENOTE_RETURN_FILE.
        MOVE "A" TO WK_FF_MODE.
        CALL "FEED_FINGERPRINT" USING WK_FF_MODE WK_FF_FEED
            WK_FF_FILE_NAME WK_FF_PRINT WK_FF_RESULT WK_FF_MESSAGE.
        DISPLAY "PRENOTE RESULTS. VERIFIED:" WK_VERIFIED_CNT
            " REJECTED:" WK_REJECTED_CNT.
        EXIT.
*>PrenoteOutbound.txtの1行 = 従業員(5) 金額(+0000000。0円の確認レコード)
*>PrenoteReturn.txtの1行 = 従業員(5) 金額 結果コード(2:00=確認済み)
*>(BankOutbound.txt/BankReturn.txtと同じ形で銀行と往復する)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
