*>(FailedPayments.txt)へ、訂正再送用の抽出(Resubmit.txt:送金ファイルと
*>同じ形)へ書き出す。これで銀行インターフェースの「戻り」側が閉じる
*>(従来は従業員から電話が来るまで不能に気づけなかった)
*>処理の前にBankReturn.txtの指紋(件数+金額合計+内容ハッシュ)を取り込み済みの
*>指紋台帳と照合し(FEED_FINGERPRINT)、処理済みと同じ内容のリターン(再送)は
*>適用せずにRC=16で止める(正当な再送は権限3のAPPLICATION_163_FEED_OVERRIDEで許可)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_58_BANK_RETURN.
ENVIRONMENT DIVISION.
    WORKING-STORAGE SECTION.
        01 BANK_OUTBOUND_STATUS PIC XX.
        01 BANK_RETURN_STATUS PIC XX.
*>FEED_FINGERPRINTへの受け渡しエリア(リターンの二重適用の防止)
        01 WK_FF_AREA.
            05 WK_FF_MODE PIC X(01).
            05 WK_FF_FEED PIC X(08) VALUE "BANKRET".
            05 WK_FF_FILE_NAME PIC X(30) VALUE "BankReturn.txt".
            05 WK_FF_PRINT.
                10 WK_FF_COUNT PIC 9(07).
                10 WK_FF_AMOUNT PIC S9(13).
                10 WK_FF_HASH PIC 9(09).
            05 WK_FF_RESULT PIC X(01).
            05 WK_FF_MESSAGE PIC X(40).
*>送金テーブル(リターンの突き合わせ先。MATCHEDで未回答も検出する)
        01 OUT_TBL_MASTER.
            05 OUT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PIC X(18) VALUE SPACE.
PROCEDURE DIVISION.
    BANK_RETURN_RTN SECTION.
    *>リターンの指紋照合(処理済みと同じ内容なら何も書かずに止める)
        MOVE "C" TO WK_FF_MODE.
        CALL "FEED_FINGERPRINT" USING WK_FF_MODE WK_FF_FEED
            WK_FF_FILE_NAME WK_FF_PRINT WK_FF_RESULT WK_FF_MESSAGE.
        IF WK_FF_RESULT = "D"
            THEN
                DISPLAY "BANK RETURN NOT APPLIED. " WK_FF_MESSAGE
                DISPLAY "RESEND NEEDS AUTHORITY-3 OVERRIDE"
                    " (APPLICATION_163_FEED_OVERRIDE)."
                MOVE 16 TO RETURN-CODE
                GOBACK
        END-IF.
    *>送金ファイルの読み込み
        PERFORM LOAD-OUTBOUND-RTN.
    *>リターンの突き合わせ
        CLOSE RESUBMIT_FILE.
        DISPLAY "BANK RETURN PROCESSED. PAID:" WK_PAID_CNT
            " FAILED:" WK_FAILED_CNT.
*>適用したリターンを取り込み済みとして指紋台帳へ確定する
        MOVE "A" TO WK_FF_MODE.
        CALL "FEED_FINGERPRINT" USING WK_FF_MODE WK_FF_FEED
            WK_FF_FILE_NAME WK_FF_PRINT WK_FF_RESULT WK_FF_MESSAGE.
        IF WK_FAILED_CNT > ZERO OR WK_UNMATCHED_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
