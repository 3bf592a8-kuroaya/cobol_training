*>このレジスタから処理日付を取る
*>レジスタはAPPLICATION_32_BATCH_DRIVERが正常完走時に翌日へ進める
*>ファイルが無い・内容が日付でない場合はシステム日付へフォールバックする
*>2番目の引数(会計期間エリア)を渡された場合は、その日付の会計年度・期間・週と
*>期間の開始日・終了日を会計カレンダー(FISCAL_CALENDAR)から詰めて返す
*>(日付だけを受け取る従来の呼び出しはそのまま動く)
IDENTIFICATION DIVISION.
PROGRAM-ID. BUSINESS_DATE.
ENVIRONMENT DIVISION.
    WORKING-STORAGE SECTION.
        01 BUSINESS_DATE_STATUS PIC XX.
        01 SW_FOUND PIC X(01).
        01 BD-FC-MODE PIC X(01) VALUE "D".
    LINKAGE SECTION.
        01 BD-DATE PIC 9(08).
*>会計期間エリア(FISCAL_CALENDARのFC-AREAと同じ並び)
        01 BD-FISCAL-AREA.
            05 BD-FISCAL-PERIOD PIC 9(06).
            05 BD-FISCAL-WEEK PIC 9(02).
            05 BD-PERIOD-START PIC 9(08).
            05 BD-PERIOD-END PIC 9(08).
            05 BD-FISCAL-FOUND PIC X(01).
PROCEDURE DIVISION USING BD-DATE BD-FISCAL-AREA.
    MAIN-RTN SECTION.
        MOVE SPACE TO SW_FOUND.
        OPEN INPUT BUSINESS_DATE_FILE.
            THEN
                ACCEPT BD-DATE FROM DATE YYYYMMDD
        END-IF.
        IF ADDRESS OF BD-FISCAL-AREA NOT = NULL
            THEN
                CALL "FISCAL_CALENDAR" USING BD-FC-MODE BD-DATE
                    BD-FISCAL-AREA
        END-IF.
    MAIN-EXIT.
        EXIT PROGRAM.
    END PROGRAM BUSINESS_DATE.
*>BusinessDate.txtの1行 = 業務日付(8桁YYYYMMDD)
*>レジスタが無い環境(単独テスト等)ではシステム日付で動く
*>会計期間エリア = 会計期間(6:年度4+期間2) 週(2) 期間開始日(8) 期間終了日(8) マスタ有無(1)
