*>月次店舗現金過不足レポート 店舗別の過不足台帳(OverShortLedger.txt:
*>APPLICATION_137_CASH_RECONが書く)から、当月(業務日付の年月)の売上日の行を
*>店舗ごとに集計し、過不足レポート(OverShortReport.txt)を出す
*>  照合した売上日数/不足の日数/不足額の合計/過剰額の合計/差し引き(追加入金を含む)
*>次のどちらかに当たる店舗には印を付け、レポートの先頭にも一覧で示す
*>  差し引きの不足額がOverShortParm.txtの金額(無ければ10,000円)以上 → **AMOUNT**
*>  不足の日数がOverShortParm.txtの日数(無ければ3日)以上          → **FREQ**
*>  両方に当たる店舗は**AMT+FREQ**
*>帳票はスプール台帳へ登録する。月1回、月末の照合の後に実行する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_138_OVERSHORT_RPT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OVER_SHORT_LEDGER_FILE
            ASSIGN TO "OverShortLedger.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OVER_SHORT_LEDGER_STATUS.
        SELECT OVER_SHORT_PARM_FILE
            ASSIGN TO "OverShortParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OVER_SHORT_PARM_STATUS.
        SELECT STORE_MASTER_FILE
            ASSIGN TO "StoreMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STORE_MASTER_STATUS.
        SELECT PRINT_FILE ASSIGN TO "OverShortReport.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD OVER_SHORT_LEDGER_FILE.
        01 OVER_SHORT_LEDGER_RECORD.
            05 OSL_STORE PIC X(04).
            05 FILLER PIC X(01).
            05 OSL_SALES_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 OSL_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 OSL_SALES PIC 9(09).
            05 FILLER PIC X(01).
            05 OSL_DEPOSIT PIC 9(09).
            05 FILLER PIC X(01).
            05 OSL_VARIANCE PIC S9(09) SIGN LEADING SEPARATE.
            05 FILLER PIC X(01).
            05 OSL_RECON_DATE PIC 9(08).
        FD OVER_SHORT_PARM_FILE.
        01 OVER_SHORT_PARM_RECORD.
            05 OSP_AMOUNT PIC X(07).
            05 FILLER PIC X(01).
            05 OSP_DAYS PIC X(02).
        FD STORE_MASTER_FILE.
        01 STORE_MASTER_RECORD.
            05 STM_ID PIC X(04).
            05 STM_NAME PIC X(10).
            05 STM_FILE PIC X(30).
            05 STM_ACTIVE PIC X(01).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 OVER_SHORT_LEDGER_STATUS PIC XX.
        01 OVER_SHORT_PARM_STATUS PIC XX.
        01 STORE_MASTER_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_PERIOD PIC X(06).
*>判定のしきい値(不足額と不足の日数)
        01 WK_LIMIT_AMOUNT PIC 9(07) VALUE 10000.
        01 WK_LIMIT_DAYS PIC 9(02) VALUE 3.
*>店舗別の当月集計
        01 OSS_TBL_MASTER.
            05 OSS_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 OSS_TBL OCCURS 0 TO 50
                DEPENDING ON OSS_TBL_SIZE
                INDEXED BY OSS_IDX.
                10 OSS_STORE PIC X(04).
                10 OSS_NAME PIC X(10).
                10 OSS_DAYS PIC 9(04).
                10 OSS_SHORT_DAYS PIC 9(04).
                10 OSS_SHORTAGE PIC 9(11).
                10 OSS_OVERAGE PIC 9(11).
                10 OSS_NET PIC S9(11).
                10 OSS_FLAG PIC X(12).
        01 WK_NET_SHORT PIC 9(11).
        01 WK_LINE_CNT PIC 9(07) VALUE ZERO.
        01 WK_SKIP_CNT PIC 9(05) VALUE ZERO.
        01 WK_FLAG_CNT PIC 9(05) VALUE ZERO.
        01 WK_TOTAL_SHORTAGE PIC 9(13) VALUE ZERO.
        01 WK_TOTAL_OVERAGE PIC 9(13) VALUE ZERO.
        01 WK_TOTAL_NET PIC S9(13) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "OverShortReport.txt".
*>帳票行(見出し/しきい値/項目名/明細/合計)
        01 OSR_TITLE_LINE.
            05 PIC X(36) VALUE "*** STORE CASH OVER/SHORT ***".
            05 PIC X(08) VALUE "PERIOD: ".
            05 OSR_PERIOD PIC X(06).
            05 PIC X(04) VALUE SPACE.
            05 PIC X(10) VALUE "RUN DATE: ".
            05 OSR_TODAY PIC 9(08).
            05 PIC X(08) VALUE SPACE.
        01 OSR_LIMIT_LINE.
            05 PIC X(28) VALUE "FLAG WHEN NET SHORTAGE >= ".
            05 OSR_LIMIT_AMOUNT PIC Z(6)9.
            05 PIC X(18) VALUE " OR SHORT DAYS >= ".
            05 OSR_LIMIT_DAYS PIC Z9.
            05 PIC X(25) VALUE SPACE.
        01 OSR_SECTION_LINE.
            05 OSR_SECTION_TITLE PIC X(80).
        01 OSR_COLUMN_LINE.
            05 PIC X(40) VALUE
                "STOR NAME       DAYS SHORT    SHORTAGE ".
            05 PIC X(40) VALUE
                "   OVERAGE NET VARIANCE FLAG".
        01 OSR_DETAIL_LINE.
            05 OSR_STORE PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 OSR_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 OSR_DAYS PIC Z(3)9.
            05 PIC X(01) VALUE SPACE.
            05 OSR_SHORT_DAYS PIC Z(4)9.
            05 PIC X(01) VALUE SPACE.
            05 OSR_SHORTAGE PIC Z(10)9.
            05 PIC X(01) VALUE SPACE.
            05 OSR_OVERAGE PIC Z(10)9.
            05 PIC X(01) VALUE SPACE.
            05 OSR_NET PIC -(11)9.
            05 PIC X(01) VALUE SPACE.
            05 OSR_FLAG PIC X(12).
            05 PIC X(04) VALUE SPACE.
        01 OSR_NONE_LINE.
            05 PIC X(80) VALUE "  NONE".
        01 OSR_TOTAL_LINE.
            05 PIC X(27) VALUE "TOTAL".
            05 OSR_TOTAL_SHORTAGE PIC Z(10)9.
            05 PIC X(01) VALUE SPACE.
            05 OSR_TOTAL_OVERAGE PIC Z(10)9.
            05 PIC X(01) VALUE SPACE.
            05 OSR_TOTAL_NET PIC -(11)9.
            05 PIC X(17) VALUE SPACE.
PROCEDURE DIVISION.
    OVERSHORT_RPT_RTN SECTION.
    *>初期処理(対象月の決定としきい値の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        MOVE WK_TODAY(1:6) TO WK_PERIOD.
        PERFORM PARM-RTN.
        OPEN INPUT OVER_SHORT_LEDGER_FILE.
        IF OVER_SHORT_LEDGER_STATUS NOT = "00"
            THEN
                DISPLAY "OVER/SHORT LEDGER NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>主処理(当月の売上日の台帳行を店舗ごとに集計する)
        PERFORM UNTIL OVER_SHORT_LEDGER_STATUS NOT = "00"
            READ OVER_SHORT_LEDGER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM LEDGER-LINE-RTN
            END-READ
        END-PERFORM.
        CLOSE OVER_SHORT_LEDGER_FILE.
    *>終了処理(判定、レポートの出力とスプール台帳への登録)
        PERFORM RESOLVE-NAME-RTN.
        PERFORM JUDGE-RTN
            VARYING OSS_IDX FROM 1 BY 1
            UNTIL OSS_IDX > OSS_TBL_SIZE.
        PERFORM WRITE-REPORT-RTN.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "OVER/SHORT REPORT END. PERIOD:" WK_PERIOD
            " LINES:" WK_LINE_CNT " STORES:" OSS_TBL_SIZE
            " FLAGGED:" WK_FLAG_CNT.
        IF WK_FLAG_CNT > ZERO OR WK_SKIP_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    OVERSHORT_RPT_EXIT.
    *>0.しきい値の読み込み(無い・不正な項目は既定値のまま)
    PARM-RTN SECTION.
        OPEN INPUT OVER_SHORT_PARM_FILE.
        IF OVER_SHORT_PARM_STATUS NOT = "00"
            THEN
                GO TO PARM-EXIT
        END-IF.
        READ OVER_SHORT_PARM_FILE
            AT END
                CONTINUE
            NOT AT END
                IF OSP_AMOUNT IS NUMERIC
                    THEN
                        MOVE OSP_AMOUNT TO WK_LIMIT_AMOUNT
                END-IF
                IF OSP_DAYS IS NUMERIC AND OSP_DAYS > "00"
                    THEN
                        MOVE OSP_DAYS TO WK_LIMIT_DAYS
                END-IF
        END-READ.
        CLOSE OVER_SHORT_PARM_FILE.
    PARM-EXIT.
    *>1.台帳1行の集計(当月の売上日のみ。種別Aは差し引きにだけ入れる)
    LEDGER-LINE-RTN SECTION.
        IF OSL_SALES_DATE IS NOT NUMERIC
                OR OSL_SALES_DATE(1:6) NOT = WK_PERIOD
            THEN
                GO TO LEDGER-LINE-EXIT
        END-IF.
        IF OSL_VARIANCE IS NOT NUMERIC
            THEN
                DISPLAY "INVALID LEDGER LINE: " OVER_SHORT_LEDGER_RECORD
                ADD 1 TO WK_SKIP_CNT
                GO TO LEDGER-LINE-EXIT
        END-IF.
        SET OSS_IDX TO 1.
        SEARCH OSS_TBL
            AT END
                IF OSS_TBL_SIZE >= 50
                    THEN
                        DISPLAY "STORE TABLE FULL. LINE SKIPPED: "
                            OSL_STORE
                        ADD 1 TO WK_SKIP_CNT
                        GO TO LEDGER-LINE-EXIT
                END-IF
                ADD 1 TO OSS_TBL_SIZE
                SET OSS_IDX TO OSS_TBL_SIZE
                MOVE OSL_STORE TO OSS_STORE(OSS_IDX)
                MOVE "*UNKNOWN*" TO OSS_NAME(OSS_IDX)
                MOVE ZERO TO OSS_DAYS(OSS_IDX) OSS_SHORT_DAYS(OSS_IDX)
                    OSS_SHORTAGE(OSS_IDX) OSS_OVERAGE(OSS_IDX)
                    OSS_NET(OSS_IDX)
                MOVE SPACE TO OSS_FLAG(OSS_IDX)
            WHEN OSS_STORE(OSS_IDX) = OSL_STORE
                CONTINUE
        END-SEARCH.
        ADD OSL_VARIANCE TO OSS_NET(OSS_IDX).
        IF OSL_TYPE = "R"
            THEN
                ADD 1 TO OSS_DAYS(OSS_IDX)
                IF OSL_VARIANCE < ZERO
                    THEN
                        ADD 1 TO OSS_SHORT_DAYS(OSS_IDX)
                        SUBTRACT OSL_VARIANCE FROM OSS_SHORTAGE(OSS_IDX)
                    ELSE
                        ADD OSL_VARIANCE TO OSS_OVERAGE(OSS_IDX)
                END-IF
            ELSE
                ADD OSL_VARIANCE TO OSS_OVERAGE(OSS_IDX)
        END-IF.
        ADD 1 TO WK_LINE_CNT.
    LEDGER-LINE-EXIT.
    *>2.店舗1件の判定(差し引きの不足額と不足の日数)
    JUDGE-RTN SECTION.
        IF OSS_NET(OSS_IDX) < ZERO
            THEN
                COMPUTE WK_NET_SHORT = ZERO - OSS_NET(OSS_IDX)
            ELSE
                MOVE ZERO TO WK_NET_SHORT
        END-IF.
        EVALUATE TRUE
            WHEN WK_NET_SHORT >= WK_LIMIT_AMOUNT AND WK_NET_SHORT > ZERO
                    AND OSS_SHORT_DAYS(OSS_IDX) >= WK_LIMIT_DAYS
                MOVE "**AMT+FREQ**" TO OSS_FLAG(OSS_IDX)
            WHEN WK_NET_SHORT >= WK_LIMIT_AMOUNT AND WK_NET_SHORT > ZERO
                MOVE "**AMOUNT**" TO OSS_FLAG(OSS_IDX)
            WHEN OSS_SHORT_DAYS(OSS_IDX) >= WK_LIMIT_DAYS
                MOVE "**FREQ**" TO OSS_FLAG(OSS_IDX)
            WHEN OTHER
                MOVE SPACE TO OSS_FLAG(OSS_IDX)
        END-EVALUATE.
        IF OSS_FLAG(OSS_IDX) NOT = SPACE
            THEN
                ADD 1 TO WK_FLAG_CNT
        END-IF.
        ADD OSS_SHORTAGE(OSS_IDX) TO WK_TOTAL_SHORTAGE.
        ADD OSS_OVERAGE(OSS_IDX) TO WK_TOTAL_OVERAGE.
        ADD OSS_NET(OSS_IDX) TO WK_TOTAL_NET.
    JUDGE-EXIT.
    *>3.過不足レポートの出力(印の付いた店舗の一覧→全店舗→合計)
    WRITE-REPORT-RTN SECTION.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_PERIOD TO OSR_PERIOD.
        MOVE WK_TODAY TO OSR_TODAY.
        WRITE PRINT_RECORD FROM OSR_TITLE_LINE AFTER PAGE.
        MOVE WK_LIMIT_AMOUNT TO OSR_LIMIT_AMOUNT.
        MOVE WK_LIMIT_DAYS TO OSR_LIMIT_DAYS.
        WRITE PRINT_RECORD FROM OSR_LIMIT_LINE AFTER 1 LINE.
        MOVE "STORES OVER THRESHOLD" TO OSR_SECTION_TITLE.
        WRITE PRINT_RECORD FROM OSR_SECTION_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM OSR_COLUMN_LINE AFTER 1 LINE.
        PERFORM VARYING OSS_IDX FROM 1 BY 1
                UNTIL OSS_IDX > OSS_TBL_SIZE
            IF OSS_FLAG(OSS_IDX) NOT = SPACE
                THEN
                    PERFORM SET-DETAIL-RTN
                    WRITE PRINT_RECORD FROM OSR_DETAIL_LINE AFTER 1 LINE
            END-IF
        END-PERFORM.
        IF WK_FLAG_CNT = ZERO
            THEN
                WRITE PRINT_RECORD FROM OSR_NONE_LINE AFTER 1 LINE
        END-IF.
        MOVE "ALL STORES" TO OSR_SECTION_TITLE.
        WRITE PRINT_RECORD FROM OSR_SECTION_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM OSR_COLUMN_LINE AFTER 1 LINE.
        PERFORM VARYING OSS_IDX FROM 1 BY 1
                UNTIL OSS_IDX > OSS_TBL_SIZE
            PERFORM SET-DETAIL-RTN
            WRITE PRINT_RECORD FROM OSR_DETAIL_LINE AFTER 1 LINE
        END-PERFORM.
        MOVE WK_TOTAL_SHORTAGE TO OSR_TOTAL_SHORTAGE.
        MOVE WK_TOTAL_OVERAGE TO OSR_TOTAL_OVERAGE.
        MOVE WK_TOTAL_NET TO OSR_TOTAL_NET.
        WRITE PRINT_RECORD FROM OSR_TOTAL_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
    WRITE-REPORT-EXIT.
    *>3-1.明細行の編集
    SET-DETAIL-RTN SECTION.
        MOVE OSS_STORE(OSS_IDX) TO OSR_STORE.
        MOVE OSS_NAME(OSS_IDX) TO OSR_NAME.
        MOVE OSS_DAYS(OSS_IDX) TO OSR_DAYS.
        MOVE OSS_SHORT_DAYS(OSS_IDX) TO OSR_SHORT_DAYS.
        MOVE OSS_SHORTAGE(OSS_IDX) TO OSR_SHORTAGE.
        MOVE OSS_OVERAGE(OSS_IDX) TO OSR_OVERAGE.
        MOVE OSS_NET(OSS_IDX) TO OSR_NET.
        MOVE OSS_FLAG(OSS_IDX) TO OSR_FLAG.
    SET-DETAIL-EXIT.
    *>4.店舗名の解決(店舗マスタに無い店舗は*UNKNOWN*のまま)
    RESOLVE-NAME-RTN SECTION.
        OPEN INPUT STORE_MASTER_FILE.
        IF STORE_MASTER_STATUS NOT = "00"
            THEN
                GO TO RESOLVE-NAME-EXIT
        END-IF.
        PERFORM UNTIL STORE_MASTER_STATUS NOT = "00"
            READ STORE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    SET OSS_IDX TO 1
                    SEARCH OSS_TBL
                        AT END
                            CONTINUE
                        WHEN OSS_STORE(OSS_IDX) = STM_ID
                            MOVE STM_NAME TO OSS_NAME(OSS_IDX)
                    END-SEARCH
            END-READ
        END-PERFORM.
        CLOSE STORE_MASTER_FILE.
    RESOLVE-NAME-EXIT.
*>OverShortLedger.txtの1行 = 店舗(4) 売上日(8) 種別(1:R=照合 A=追加入金) 日計(9)
*>入金額(9) 差額(符号つき10:-=不足 +=過剰) 照合日(8)
*>OverShortParm.txtの1行 = 不足額のしきい値(7) 不足の日数のしきい値(2)
*>(例: 0010000 03。空白区切り)
*>不足の日数・不足額は照合(R)の行で数え、追加入金(A)は過剰額と差し引きへ入れる
*>(不足した日に後から追加で預け入れた分は、差し引きの不足額を減らす)
*>OverShortReport.txt = 過不足レポート(見出し行は"***"で始まる)
