*>発行した小切手はCheckRegister.txt(状態O=未取立)へ登録し、後続の
*>取立消込(BankReturn方式)が現金化(C)・失効(S)を記入できるようにする
*>印字した支払はResubmit.txtから外す(二重発行を防ぐ)
*>印字した小切手の番号・発行日・金額はポジティブペイファイル(PositivePay.txt)
*>にも書き出し、伝送登録簿(TRANSMIT_LOG)へ件数・金額合計つきで登録して銀行へ送る
*>(銀行はこの一覧に無い番号・金額の違う小切手の支払を止める)
*>取立消込はAPPLICATION_156_PAID_CHECKS、失効はAPPLICATION_157_STALE_CHECKSが行う
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_98_CHECK_PRINT.
ENVIRONMENT DIVISION.
            ASSIGN TO "CheckRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHECK_REGISTER_STATUS.
        SELECT POSITIVE_PAY_FILE
            ASSIGN TO "PositivePay.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
        FD RESUBMIT_FILE.
            05 CKR_AMOUNT PIC 9(07).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CKR_CHECK_STATUS PIC X(01).
        FD POSITIVE_PAY_FILE.
        01 POSITIVE_PAY_RECORD.
            05 PPY_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 PPY_CHECK_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 PPY_ISSUE_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 PPY_AMOUNT PIC 9(07).
            05 FILLER PIC X(01).
            05 PPY_EMPLOYEE PIC X(05).
    WORKING-STORAGE SECTION.
        01 RESUBMIT_STATUS PIC XX.
        01 CHECK_CONTROL_STATUS PIC XX.
        01 WK_CHECK_CNT PIC 9(05) VALUE ZERO.
        01 WK_SKIPPED_CNT PIC 9(05) VALUE ZERO.
        01 WK_AMOUNT PIC 9(07).
        01 WK_AMOUNT_TOTAL PIC 9(13) VALUE ZERO.
*>伝送登録簿への登録用(ポジティブペイファイルは送信として登録する)
        01 WK_TL_AREA.
            05 WK_TL_MODE PIC X(01) VALUE "L".
            05 WK_TL_DIRECTION PIC X(01) VALUE "O".
            05 WK_TL_FILE PIC X(30) VALUE "PositivePay.txt".
            05 WK_TL_COUNT PIC 9(07).
            05 WK_TL_TOTAL PIC 9(13).
*>スプール台帳への登録用(再印字の保存版として残す)
        01 WK_SC_DOC_NAME PIC X(30) VALUE "Checks.txt".
*>金額の英字文言の編集エリア(百万/千/一の3桁ずつ組み立てる)
                STOP RUN
        END-IF.
        OPEN OUTPUT CHECK_PRINT_FILE.
        OPEN OUTPUT POSITIVE_PAY_FILE.
        OPEN EXTEND CHECK_REGISTER_FILE.
        IF CHECK_REGISTER_STATUS NOT = "00"
            THEN
        CLOSE RESUBMIT_FILE.
        CLOSE CHECK_PRINT_FILE.
        CLOSE CHECK_REGISTER_FILE.
        CLOSE POSITIVE_PAY_FILE.
*>印字出力をスプール台帳へ登録する(ページ詰まりの再印字用)
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        PERFORM SAVE-CONTROL-RTN.
            THEN
                OPEN OUTPUT RESUBMIT_FILE
                CLOSE RESUBMIT_FILE
*>ポジティブペイファイルを送信として伝送登録簿へ登録する
                MOVE WK_CHECK_CNT TO WK_TL_COUNT
                MOVE WK_AMOUNT_TOTAL TO WK_TL_TOTAL
                CALL "TRANSMIT_LOG" USING WK_TL_MODE WK_TL_DIRECTION
                    WK_TL_FILE WK_TL_COUNT WK_TL_TOTAL
        END-IF.
        DISPLAY "CHECKS PRINTED: " WK_CHECK_CNT
            " SKIPPED: " WK_SKIPPED_CNT.
        MOVE WK_AMOUNT TO CKR_AMOUNT.
        MOVE "O" TO CKR_CHECK_STATUS.
        WRITE CHECK_REGISTER_RECORD.
*>ポジティブペイ(I=発行)へ同じ番号・金額を載せる
        MOVE SPACE TO POSITIVE_PAY_RECORD.
        MOVE "I" TO PPY_TYPE.
        MOVE WK_LAST_CHECK_NO TO PPY_CHECK_NO.
        MOVE WK_ISSUE_DATE TO PPY_ISSUE_DATE.
        MOVE WK_AMOUNT TO PPY_AMOUNT.
        MOVE RS_EMPLOYEE_ID TO PPY_EMPLOYEE.
        WRITE POSITIVE_PAY_RECORD.
        ADD WK_AMOUNT TO WK_AMOUNT_TOTAL.
        ADD 1 TO WK_CHECK_CNT.
    PRINT-ONE-CHECK-EXIT.
    *>2.金額の英字文言(百万・千・一の3桁組み立て)
        CLOSE CHECK_CONTROL_FILE.
    SAVE-CONTROL-EXIT.
*>CheckRegister.txtの1行 = 小切手番号(6) 発行日(8) 従業員(5) 金額(7) 状態(1)
*>状態 O=未取立 C=現金化(APPLICATION_156が記入) S=失効(APPLICATION_157が記入)
*>C/Sの行は状態の後ろに処理日(8)が付く(この印字が書く行には付かない)
*>PositivePay.txtの1行 = 区分(1:I=発行/V=失効取消) 小切手番号(6) 発行日(8)
*>金額(7) 従業員(5)。発行分は印字のたびに作り直し、失効分はAPPLICATION_157が
*>PositivePayVoid.txtへ同じ形で出す
*>半券の支給期間は業務日付の年月(不能になった支給の属する期間)
*>Resubmit.txtは印字後に空にする(同じ不能支払へ二度小切手を切らない)
