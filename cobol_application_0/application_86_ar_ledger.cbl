*>入金ファイル(ArReceipts.txt:日付/得意先/請求番号/金額)を1件ずつ
*>台帳の該当請求に充当し、全額入金された請求は台帳から外す(部分入金は残額を残す)
*>取り込んだ入金ファイルは二重消込を防ぐため空にする
*>空にする前の入金ファイルの指紋(件数+金額合計+内容ハッシュ)は指紋台帳へ確定し、
*>次回からは処理の前に照合する(FEED_FINGERPRINT)。取り込み済みと同じ内容の入金
*>ファイル(名前を変えた再送など)は消し込まずにRC=16で止める
*>(正当な再送は権限3のAPPLICATION_163_FEED_OVERRIDEで許可)
*>滞留レポート(ArAging.txt)は請求日からの経過日数を1-30日/31-60日/60日超の
*>バケットで集計する
*>滞留レポートの見出しには基準日(実行日)を載せ、基準日・件数・バケット合計を
*>滞留実行履歴(ArAgingHistory.txt)へ追記する(月次締めのチェックリストが
*>月末日基準の滞留が流れたかをこれで確かめる)
*>取り込んだ入金は充当額とともに入金履歴(ArReceiptHistory.txt)へ積み、
*>月次の得意先別請求明細書(APPLICATION_130_CUST_STATEMENT)が読む
*>銀行の入金明細から引き当てた入金ファイルはAPPLICATION_134_BANK_DEPOSITが作る
*>(手入力の入金行と同じ形式で、その後ろに追記される)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_86_AR_LEDGER.
ENVIRONMENT DIVISION.
            ASSIGN TO "ArReceipts.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_RECEIPTS_STATUS.
        SELECT AR_RECEIPT_HISTORY_FILE
            ASSIGN TO "ArReceiptHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_RECEIPT_HISTORY_STATUS.
        SELECT AR_AGING_FILE
            ASSIGN TO "ArAging.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT AR_AGING_HISTORY_FILE
            ASSIGN TO "ArAgingHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_AGING_HISTORY_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD AR_OPEN_ITEMS_FILE.
            05 ARR_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 ARR_AMOUNT PIC 9(09).
        FD AR_RECEIPT_HISTORY_FILE.
        01 AR_RECEIPT_HISTORY_RECORD.
            05 ARH_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARH_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARH_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARH_AMOUNT PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARH_APPLIED PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARH_POSTED PIC 9(08).
        FD AR_AGING_FILE.
        01 AR_AGING_RECORD PIC X(70).
        FD AR_AGING_HISTORY_FILE.
        01 AR_AGING_HISTORY_RECORD.
            05 AGH_ASOF PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 AGH_ITEMS PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 AGH_B1 PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 AGH_B2 PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 AGH_B3 PIC 9(11).
    WORKING-STORAGE SECTION.
        01 AR_OPEN_ITEMS_STATUS PIC XX.
        01 AR_RECEIPTS_STATUS PIC XX.
*>FEED_FINGERPRINTへの受け渡しエリア(入金の二重消込の防止)
        01 WK_FF_AREA.
            05 WK_FF_MODE PIC X(01).
            05 WK_FF_FEED PIC X(08) VALUE "ARRCPT".
            05 WK_FF_FILE_NAME PIC X(30) VALUE "ArReceipts.txt".
            05 WK_FF_PRINT.
                10 WK_FF_COUNT PIC 9(07).
                10 WK_FF_AMOUNT PIC S9(13).
                10 WK_FF_HASH PIC 9(09).
            05 WK_FF_RESULT PIC X(01).
            05 WK_FF_MESSAGE PIC X(40).
        01 AR_RECEIPT_HISTORY_STATUS PIC XX.
        01 AR_AGING_HISTORY_STATUS PIC XX.
        01 WK_AGING_CNT PIC 9(05) VALUE ZERO.
*>売掛台帳テーブル(入金充当後の残額を書き戻す)
        01 AR_TBL_MASTER.
            05 AR_TBL_SIZE PIC 9(03) VALUE ZERO.
*>帳票行
        01 AGING_HEADER_LINE.
            05 PIC X(26) VALUE "** AR OPEN ITEMS AGING **".
            05 PIC X(06) VALUE "AS OF ".
            05 HDR_ASOF PIC 9(08).
            05 PIC X(30) VALUE SPACE.
        01 AGING_DETAIL_LINE.
            05 PIC X(04) VALUE "INV ".
            05 DET_NO PIC 9(06).
    AR_LEDGER_RTN SECTION.
        ACCEPT WK_TODAY FROM DATE YYYYMMDD.
        COMPUTE WK_TODAY_INT = FUNCTION INTEGER-OF-DATE(WK_TODAY).
    *>0.入金ファイルの指紋照合(取り込み済みと同じ内容なら台帳に触らずに止める)
        MOVE "C" TO WK_FF_MODE.
        CALL "FEED_FINGERPRINT" USING WK_FF_MODE WK_FF_FEED
            WK_FF_FILE_NAME WK_FF_PRINT WK_FF_RESULT WK_FF_MESSAGE.
        IF WK_FF_RESULT = "D"
            THEN
                DISPLAY "RECEIPTS NOT APPLIED. " WK_FF_MESSAGE
                DISPLAY "RESEND NEEDS AUTHORITY-3 OVERRIDE"
                    " (APPLICATION_163_FEED_OVERRIDE)."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>1.売掛台帳の読み込み
        PERFORM LOAD-OPEN-ITEMS-RTN.
    *>2.入金の充当(請求番号で引き当て、残額を減らす)
                DISPLAY "NO RECEIPTS FILE TODAY."
                GO TO APPLY-RECEIPTS-EXIT
        END-IF.
        OPEN EXTEND AR_RECEIPT_HISTORY_FILE.
        IF AR_RECEIPT_HISTORY_STATUS NOT = "00"
            THEN
                OPEN OUTPUT AR_RECEIPT_HISTORY_FILE
        END-IF.
        PERFORM UNTIL AR_RECEIPTS_STATUS NOT = "00"
            READ AR_RECEIPTS_FILE
                AT END
            END-READ
        END-PERFORM.
        CLOSE AR_RECEIPTS_FILE.
        CLOSE AR_RECEIPT_HISTORY_FILE.
*>取り込んだ入金ファイルを空にする前に、取り込み済みとして指紋台帳へ確定する
        MOVE "A" TO WK_FF_MODE.
        CALL "FEED_FINGERPRINT" USING WK_FF_MODE WK_FF_FEED
            WK_FF_FILE_NAME WK_FF_PRINT WK_FF_RESULT WK_FF_MESSAGE.
        OPEN OUTPUT AR_RECEIPTS_FILE.
        CLOSE AR_RECEIPTS_FILE.
    APPLY-RECEIPTS-EXIT.
    *>2-1.入金1件分の充当(請求番号+得意先で引き当てる)
    *>充当できた額(過入金は請求残まで、対応する請求が無ければ0)を入金履歴へ書く
    APPLY-ONE-RECEIPT-RTN SECTION.
        MOVE SPACE TO AR_RECEIPT_HISTORY_RECORD.
        MOVE ARR_DATE TO ARH_DATE.
        MOVE ARR_CUSTOMER TO ARH_CUSTOMER.
        MOVE ARR_NO TO ARH_NO.
        MOVE ARR_AMOUNT TO ARH_AMOUNT.
        MOVE ZERO TO ARH_APPLIED.
        MOVE WK_TODAY TO ARH_POSTED.
        SET AR_IDX TO 1.
        SEARCH AR_TBL
            AT END
                    AND ART_CUSTOMER(AR_IDX) = ARR_CUSTOMER
                IF ARR_AMOUNT >= ART_AMOUNT(AR_IDX)
                    THEN
                        MOVE ART_AMOUNT(AR_IDX) TO ARH_APPLIED
                        MOVE ZERO TO ART_AMOUNT(AR_IDX)
                    ELSE
                        MOVE ARR_AMOUNT TO ARH_APPLIED
                        SUBTRACT ARR_AMOUNT FROM ART_AMOUNT(AR_IDX)
                END-IF
                ADD 1 TO WK_APPLIED_CNT
        END-SEARCH.
        WRITE AR_RECEIPT_HISTORY_RECORD.
    APPLY-ONE-RECEIPT-EXIT.
    *>3.台帳の書き戻し(残額のある請求のみ)
    SAVE-OPEN-ITEMS-RTN SECTION.
    *>4.滞留レポート(請求日からの経過日数でバケット集計する)
    AGING-REPORT-RTN SECTION.
        OPEN OUTPUT AR_AGING_FILE.
        MOVE WK_TODAY TO HDR_ASOF.
        WRITE AR_AGING_RECORD FROM AGING_HEADER_LINE.
        PERFORM VARYING WK_AR_SUB FROM 1 BY 1
                UNTIL WK_AR_SUB > AR_TBL_SIZE
            IF ART_AMOUNT(WK_AR_SUB) > ZERO
                THEN
                    PERFORM WRITE-AGING-LINE-RTN
                    ADD 1 TO WK_AGING_CNT
            END-IF
        END-PERFORM.
        MOVE WK_BUCKET_1_30 TO RPT_B1.
        MOVE WK_BUCKET_OVER TO RPT_B3.
        WRITE AR_AGING_RECORD FROM AGING_BUCKET_LINE.
        CLOSE AR_AGING_FILE.
*>滞留実行履歴へ基準日と合計を追記する
        OPEN EXTEND AR_AGING_HISTORY_FILE.
        IF AR_AGING_HISTORY_STATUS NOT = "00"
            THEN
                OPEN OUTPUT AR_AGING_HISTORY_FILE
        END-IF.
        MOVE SPACE TO AR_AGING_HISTORY_RECORD.
        MOVE WK_TODAY TO AGH_ASOF.
        MOVE WK_AGING_CNT TO AGH_ITEMS.
        MOVE WK_BUCKET_1_30 TO AGH_B1.
        MOVE WK_BUCKET_31_60 TO AGH_B2.
        MOVE WK_BUCKET_OVER TO AGH_B3.
        WRITE AR_AGING_HISTORY_RECORD.
        CLOSE AR_AGING_HISTORY_FILE.
    AGING-REPORT-EXIT.
    *>4-1.1請求分の滞留行
    WRITE-AGING-LINE-RTN SECTION.
*>ArReceipts.txtの1行 = 入金日(8) 得意先(5) 請求番号(6) 金額(9)
*>過入金(請求残を超える入金)は残額0で消し込む(差額は手作業で精算する)
*>請求に対応しない入金はUNMATCHEDとして表示し、台帳には触れない
*>ArReceiptHistory.txtの1行 = 入金日(8) 得意先(5) 請求番号(6) 入金額(9) 充当額(9)
*>消込実行日(8)(充当額<入金額は過入金、充当額0は請求に対応しない入金)
*>ArAgingHistory.txtの1行 = 基準日(8) 未消込件数(5) 1-30日(11) 31-60日(11) 60日超(11)
