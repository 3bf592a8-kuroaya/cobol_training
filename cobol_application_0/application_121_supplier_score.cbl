*>仕入先納入実績スコアカード 発注登録簿(PoRegister.txt)の発注日・納期と、
*>入荷入力(APPLICATION_72_GOODS_RECEIPT)が書いた入庫"R"の移動ジャーナル
*>(MovementJournal.txt)の日付から、仕入先ごとの月次の納入実績を出す
*>  ・納期遵守率(約束納期までに入荷した明細の割合。約束納期は発注登録簿の
*>    納期、無い旧行は発注日+仕入先マスタのリードタイム)
*>  ・充足率(入荷済数量÷発注数量。返品で戻した分は入荷済に含まない)
*>  ・不足納入の件数(入荷はあったが発注数量に満たない明細)
*>  ・平均遅延日数(遅れた明細の遅延日数の平均。未入荷で納期を過ぎた明細は
*>    実行日までの日数を遅延として数える)
*>対象は約束納期が対象年月に入る明細(納期前で未入荷の明細は測定しない)
*>移動ジャーナルは発注番号を持たないため、発注明細のロケーションに
*>発注日以後で最初に記帳された"R"の日付をその明細の入荷日とみなす
*>納期遵守率か充足率がパラメータ(ScorecardParm.txt)の下限を下回る仕入先には
*>**REVIEW**の印を付ける(四半期の仕入先レビューで使う)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_121_SUPPLIER_SCORE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PO_REGISTER_FILE
            ASSIGN TO "PoRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PO_REGISTER_STATUS.
        SELECT MOVEMENT_JOURNAL_FILE
            ASSIGN TO "MovementJournal.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MOVEMENT_JOURNAL_STATUS.
        SELECT SUPPLIER_MASTER_FILE
            ASSIGN TO "SupplierMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUPPLIER_MASTER_STATUS.
        SELECT SCORECARD_PARM_FILE
            ASSIGN TO "ScorecardParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SCORECARD_PARM_STATUS.
        SELECT PRINT_FILE ASSIGN TO "SupplierScorecard.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD PO_REGISTER_FILE.
        01 PO_REGISTER_RECORD.
            05 POR_NO PIC 9(04).
            05 FILLER PIC X(01).
            05 POR_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 POR_WAREHOUSE PIC 9(02).
            05 POR_BIN PIC 9(02).
            05 POR_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 POR_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 POR_RECEIVED PIC 9(05).
            05 FILLER PIC X(01).
            05 POR_PO_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 POR_SUPPLIER PIC X(05).
            05 FILLER PIC X(01).
            05 POR_LINE PIC X(02).
            05 FILLER PIC X(01).
            05 POR_DUE_DATE PIC X(08).
        FD MOVEMENT_JOURNAL_FILE.
        01 MOVEMENT_JOURNAL_RECORD.
            05 JRNL_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 JRNL_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 JRNL_WAREHOUSE PIC 9(02).
            05 JRNL_BIN PIC 9(02).
            05 JRNL_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 JRNL_QTY PIC 9(05).
            05 FILLER PIC X(01).
            05 JRNL_TO_WAREHOUSE PIC 9(02).
            05 JRNL_TO_BIN PIC 9(02).
            05 JRNL_TO_SHELF PIC 9(02).
            05 FILLER PIC X(01).
            05 JRNL_LOT PIC X(06).
            05 FILLER PIC X(01).
            05 JRNL_EXPIRY PIC X(08).
        FD SUPPLIER_MASTER_FILE.
        01 SUPPLIER_MASTER_RECORD.
            05 SUP_CODE PIC X(05).
            05 SUP_NAME PIC X(20).
            05 SUP_LEAD_DAYS PIC 9(03).
            05 SUP_MIN_QTY PIC 9(05).
            05 SUP_TERMS PIC 9(02).
            05 SUP_STATUS PIC X(01).
            05 SUP_BANK PIC X(04).
            05 SUP_BRANCH PIC X(03).
            05 SUP_ACCOUNT PIC X(07).
*>パラメータ(対象年月、納期遵守率の下限%、充足率の下限%)
        FD SCORECARD_PARM_FILE.
        01 SCORECARD_PARM_RECORD.
            05 SCP_PERIOD PIC X(06).
            05 FILLER PIC X(01).
            05 SCP_ONTIME_MIN PIC X(03).
            05 FILLER PIC X(01).
            05 SCP_FILL_MIN PIC X(03).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 PO_REGISTER_STATUS PIC XX.
        01 MOVEMENT_JOURNAL_STATUS PIC XX.
        01 SUPPLIER_MASTER_STATUS PIC XX.
        01 SCORECARD_PARM_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_INT PIC 9(08).
        01 WK_PERIOD PIC X(06).
        01 WK_ONTIME_MIN PIC 9(03) VALUE 90.
        01 WK_FILL_MIN PIC 9(03) VALUE 95.
*>入庫"R"の移動ジャーナル(日付+ロケーション)
        01 RCV_TBL_MASTER.
            05 RCV_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 RCV_TBL OCCURS 0 TO 5000
                DEPENDING ON RCV_TBL_SIZE
                INDEXED BY RCV_IDX.
                10 RCT_DATE PIC 9(08).
                10 RCT_WAREHOUSE PIC 9(02).
                10 RCT_BIN PIC 9(02).
                10 RCT_SHELF PIC 9(02).
*>仕入先ごとの実績集計
        01 SUPP_TBL_MASTER.
            05 SUPP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SUPP_TBL OCCURS 0 TO 200
                DEPENDING ON SUPP_TBL_SIZE
                INDEXED BY SUPP_IDX.
                10 STB_CODE PIC X(05).
                10 STB_NAME PIC X(20).
                10 STB_LEAD_DAYS PIC 9(03).
                10 STB_LINES PIC 9(05).
                10 STB_ONTIME PIC 9(05).
                10 STB_LATE PIC 9(05).
                10 STB_LATE_DAYS PIC 9(07).
                10 STB_SHORT PIC 9(05).
                10 STB_ORDERED PIC 9(09).
                10 STB_RECEIVED PIC 9(09).
*>発注明細1行分の判定エリア
        01 WK_PROMISED PIC 9(08).
        01 WK_PROMISED_INT PIC 9(08).
        01 WK_RECEIPT_DATE PIC 9(08).
        01 WK_DAYS_LATE PIC 9(05).
        01 WK_ONTIME_PCT PIC 9(03).
        01 WK_FILL_PCT PIC 9(03).
        01 WK_AVG_LATE PIC 9(05).
        01 WK_MEASURED_CNT PIC 9(05) VALUE ZERO.
        01 WK_FLAG_CNT PIC 9(03) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "SupplierScorecard.txt".
*>帳票行
        01 SC_TITLE_LINE.
            05 PIC X(30) VALUE "*** SUPPLIER SCORECARD ***    ".
            05 PIC X(08) VALUE "PERIOD: ".
            05 TTL_PERIOD PIC X(06).
            05 PIC X(04) VALUE SPACE.
            05 PIC X(10) VALUE "RUN DATE: ".
            05 TTL_TODAY PIC 9(08).
            05 PIC X(14) VALUE SPACE.
        01 SC_LIMIT_LINE.
            05 PIC X(20) VALUE "LIMITS: ON-TIME >= ".
            05 LMT_ONTIME PIC ZZ9.
            05 PIC X(15) VALUE "%  FILL RATE >=".
            05 LMT_FILL PIC ZZ9.
            05 PIC X(01) VALUE "%".
            05 PIC X(38) VALUE SPACE.
        01 SC_HEAD_LINE.
            05 PIC X(40) VALUE
                "SUPP  NAME                 LINES ONTIME%".
            05 PIC X(40) VALUE
                "  FILL% SHORT AVG-LATE".
        01 SC_DETAIL_LINE.
            05 SCD_CODE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 SCD_NAME PIC X(20).
            05 PIC X(01) VALUE SPACE.
            05 SCD_LINES PIC ZZZZ9.
            05 PIC X(02) VALUE SPACE.
            05 SCD_ONTIME PIC ZZ9.
            05 PIC X(01) VALUE "%".
            05 PIC X(04) VALUE SPACE.
            05 SCD_FILL PIC ZZ9.
            05 PIC X(01) VALUE "%".
            05 PIC X(01) VALUE SPACE.
            05 SCD_SHORT PIC ZZZZ9.
            05 PIC X(04) VALUE SPACE.
            05 SCD_AVG_LATE PIC ZZZZ9.
            05 PIC X(01) VALUE SPACE.
            05 SCD_FLAG PIC X(10).
            05 PIC X(08) VALUE SPACE.
        01 SC_TOTAL_LINE.
            05 PIC X(18) VALUE "LINES MEASURED: ".
            05 TOT_MEASURED PIC ZZZZ9.
            05 PIC X(04) VALUE SPACE.
            05 PIC X(20) VALUE "SUPPLIERS FLAGGED: ".
            05 TOT_FLAGGED PIC ZZ9.
            05 PIC X(30) VALUE SPACE.
PROCEDURE DIVISION.
    SUPPLIER_SCORE_RTN SECTION.
    *>初期処理(パラメータ・仕入先マスタ・入庫ジャーナルの読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        COMPUTE WK_TODAY_INT = FUNCTION INTEGER-OF-DATE(WK_TODAY).
        MOVE WK_TODAY(1:6) TO WK_PERIOD.
        PERFORM LOAD-PARM-RTN.
        PERFORM LOAD-SUPPLIER-RTN.
        PERFORM LOAD-JOURNAL-RTN.
        OPEN INPUT PO_REGISTER_FILE.
        IF PO_REGISTER_STATUS NOT = "00"
            THEN
                DISPLAY "PO REGISTER NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>主処理(約束納期が対象年月に入る発注明細を仕入先ごとに測定する)
        PERFORM UNTIL PO_REGISTER_STATUS NOT = "00"
            READ PO_REGISTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM MEASURE-LINE-RTN
            END-READ
        END-PERFORM.
        CLOSE PO_REGISTER_FILE.
    *>終了処理(スコアカードの印刷、スプール台帳への登録)
        PERFORM PRINT-SCORECARD-RTN.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "SUPPLIER SCORECARD END. LINES:" WK_MEASURED_CNT
            " FLAGGED:" WK_FLAG_CNT.
        STOP RUN.
    SUPPLIER_SCORE_EXIT.
    *>1.発注明細1行分の測定
    MEASURE-LINE-RTN SECTION.
        IF POR_SUPPLIER = SPACES
            THEN
                GO TO MEASURE-LINE-EXIT
        END-IF.
        SET SUPP_IDX TO 1.
        SEARCH SUPP_TBL
            AT END
*>マスタに無い仕入先も測定する(名称空白、リードタイム0)
                IF SUPP_TBL_SIZE >= 200
                    THEN
                        GO TO MEASURE-LINE-EXIT
                END-IF
                ADD 1 TO SUPP_TBL_SIZE
                SET SUPP_IDX TO SUPP_TBL_SIZE
                INITIALIZE SUPP_TBL(SUPP_IDX)
                MOVE POR_SUPPLIER TO STB_CODE(SUPP_IDX)
            WHEN STB_CODE(SUPP_IDX) = POR_SUPPLIER
                CONTINUE
        END-SEARCH.
*>約束納期(発注登録簿の納期。無い旧行は発注日+リードタイム)
        IF POR_DUE_DATE IS NUMERIC AND POR_DUE_DATE NOT = ZERO
            THEN
                MOVE POR_DUE_DATE TO WK_PROMISED
            ELSE
                COMPUTE WK_PROMISED_INT =
                    FUNCTION INTEGER-OF-DATE(POR_DATE)
                    + STB_LEAD_DAYS(SUPP_IDX)
                COMPUTE WK_PROMISED =
                    FUNCTION DATE-OF-INTEGER(WK_PROMISED_INT)
        END-IF.
        IF WK_PROMISED(1:6) NOT = WK_PERIOD
            THEN
                GO TO MEASURE-LINE-EXIT
        END-IF.
        COMPUTE WK_PROMISED_INT = FUNCTION INTEGER-OF-DATE(WK_PROMISED).
        PERFORM FIND-RECEIPT-RTN.
*>納期前で未入荷の明細はまだ測らない
        IF WK_RECEIPT_DATE = ZERO AND WK_PROMISED >= WK_TODAY
            THEN
                GO TO MEASURE-LINE-EXIT
        END-IF.
        ADD 1 TO STB_LINES(SUPP_IDX) WK_MEASURED_CNT.
        ADD POR_QTY TO STB_ORDERED(SUPP_IDX).
        ADD POR_RECEIVED TO STB_RECEIVED(SUPP_IDX).
        IF POR_RECEIVED > ZERO AND POR_RECEIVED < POR_QTY
            THEN
                ADD 1 TO STB_SHORT(SUPP_IDX)
        END-IF.
        IF WK_RECEIPT_DATE NOT = ZERO AND WK_RECEIPT_DATE <= WK_PROMISED
            THEN
                ADD 1 TO STB_ONTIME(SUPP_IDX)
                GO TO MEASURE-LINE-EXIT
        END-IF.
        IF WK_RECEIPT_DATE = ZERO
            THEN
                COMPUTE WK_DAYS_LATE = WK_TODAY_INT - WK_PROMISED_INT
            ELSE
                COMPUTE WK_DAYS_LATE =
                    FUNCTION INTEGER-OF-DATE(WK_RECEIPT_DATE)
                    - WK_PROMISED_INT
        END-IF.
        ADD 1 TO STB_LATE(SUPP_IDX).
        ADD WK_DAYS_LATE TO STB_LATE_DAYS(SUPP_IDX).
    MEASURE-LINE-EXIT.
    *>1-1.入荷日の特定(発注明細のロケーションに発注日以後で最初の"R"の日付。
    *>入荷済数量が0の明細は未入荷とし0を返す)
    FIND-RECEIPT-RTN SECTION.
        MOVE ZERO TO WK_RECEIPT_DATE.
        IF POR_RECEIVED = ZERO
            THEN
                GO TO FIND-RECEIPT-EXIT
        END-IF.
        PERFORM VARYING RCV_IDX FROM 1 BY 1
                UNTIL RCV_IDX > RCV_TBL_SIZE
            IF RCT_WAREHOUSE(RCV_IDX) = POR_WAREHOUSE
                    AND RCT_BIN(RCV_IDX) = POR_BIN
                    AND RCT_SHELF(RCV_IDX) = POR_SHELF
                    AND RCT_DATE(RCV_IDX) >= POR_DATE
                THEN
                    IF WK_RECEIPT_DATE = ZERO
                            OR RCT_DATE(RCV_IDX) < WK_RECEIPT_DATE
                        THEN
                            MOVE RCT_DATE(RCV_IDX) TO WK_RECEIPT_DATE
                    END-IF
            END-IF
        END-PERFORM.
*>入荷済なのにジャーナルに見当たらない明細は実行日の入荷とみなす
        IF WK_RECEIPT_DATE = ZERO
            THEN
                MOVE WK_TODAY TO WK_RECEIPT_DATE
        END-IF.
    FIND-RECEIPT-EXIT.
    *>2.スコアカードの印刷(仕入先ごとに1行、下限割れに**REVIEW**)
    PRINT-SCORECARD-RTN SECTION.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_PERIOD TO TTL_PERIOD.
        MOVE WK_TODAY TO TTL_TODAY.
        WRITE PRINT_RECORD FROM SC_TITLE_LINE AFTER PAGE.
        MOVE WK_ONTIME_MIN TO LMT_ONTIME.
        MOVE WK_FILL_MIN TO LMT_FILL.
        WRITE PRINT_RECORD FROM SC_LIMIT_LINE AFTER 1 LINE.
        WRITE PRINT_RECORD FROM SC_HEAD_LINE AFTER 2 LINE.
        PERFORM VARYING SUPP_IDX FROM 1 BY 1
                UNTIL SUPP_IDX > SUPP_TBL_SIZE
            IF STB_LINES(SUPP_IDX) > ZERO
                THEN
                    PERFORM PRINT-ONE-SUPPLIER-RTN
            END-IF
        END-PERFORM.
        MOVE WK_MEASURED_CNT TO TOT_MEASURED.
        MOVE WK_FLAG_CNT TO TOT_FLAGGED.
        WRITE PRINT_RECORD FROM SC_TOTAL_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
    PRINT-SCORECARD-EXIT.
    *>2-1.仕入先1行分の編集
    PRINT-ONE-SUPPLIER-RTN SECTION.
        COMPUTE WK_ONTIME_PCT ROUNDED =
            STB_ONTIME(SUPP_IDX) * 100 / STB_LINES(SUPP_IDX).
        IF STB_ORDERED(SUPP_IDX) = ZERO
            THEN
                MOVE 100 TO WK_FILL_PCT
            ELSE
                IF STB_RECEIVED(SUPP_IDX) >= STB_ORDERED(SUPP_IDX)
                    THEN
                        MOVE 100 TO WK_FILL_PCT
                    ELSE
                        COMPUTE WK_FILL_PCT ROUNDED =
                            STB_RECEIVED(SUPP_IDX) * 100
                            / STB_ORDERED(SUPP_IDX)
                END-IF
        END-IF.
        IF STB_LATE(SUPP_IDX) = ZERO
            THEN
                MOVE ZERO TO WK_AVG_LATE
            ELSE
                COMPUTE WK_AVG_LATE ROUNDED =
                    STB_LATE_DAYS(SUPP_IDX) / STB_LATE(SUPP_IDX)
        END-IF.
        MOVE STB_CODE(SUPP_IDX) TO SCD_CODE.
        MOVE STB_NAME(SUPP_IDX) TO SCD_NAME.
        MOVE STB_LINES(SUPP_IDX) TO SCD_LINES.
        MOVE WK_ONTIME_PCT TO SCD_ONTIME.
        MOVE WK_FILL_PCT TO SCD_FILL.
        MOVE STB_SHORT(SUPP_IDX) TO SCD_SHORT.
        MOVE WK_AVG_LATE TO SCD_AVG_LATE.
        MOVE SPACE TO SCD_FLAG.
        IF WK_ONTIME_PCT < WK_ONTIME_MIN OR WK_FILL_PCT < WK_FILL_MIN
            THEN
                MOVE "**REVIEW**" TO SCD_FLAG
                ADD 1 TO WK_FLAG_CNT
        END-IF.
        WRITE PRINT_RECORD FROM SC_DETAIL_LINE AFTER 1 LINE.
    PRINT-ONE-SUPPLIER-EXIT.
    *>3.パラメータの読み込み(無い・空白の項目は既定値:業務日付の年月、90%、95%)
    LOAD-PARM-RTN SECTION.
        OPEN INPUT SCORECARD_PARM_FILE.
        IF SCORECARD_PARM_STATUS NOT = "00"
            THEN
                GO TO LOAD-PARM-EXIT
        END-IF.
        READ SCORECARD_PARM_FILE
            AT END
                CONTINUE
            NOT AT END
                IF SCP_PERIOD IS NUMERIC
                    THEN
                        MOVE SCP_PERIOD TO WK_PERIOD
                END-IF
                IF SCP_ONTIME_MIN IS NUMERIC
                    THEN
                        MOVE SCP_ONTIME_MIN TO WK_ONTIME_MIN
                END-IF
                IF SCP_FILL_MIN IS NUMERIC
                    THEN
                        MOVE SCP_FILL_MIN TO WK_FILL_MIN
                END-IF
        END-READ.
        CLOSE SCORECARD_PARM_FILE.
    LOAD-PARM-EXIT.
    *>4.仕入先マスタの読み込み(名称とリードタイム)
    LOAD-SUPPLIER-RTN SECTION.
        OPEN INPUT SUPPLIER_MASTER_FILE.
        IF SUPPLIER_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL SUPPLIER_MASTER_STATUS NOT = "00"
                    READ SUPPLIER_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF SUPP_TBL_SIZE < 200
                                THEN
                                    ADD 1 TO SUPP_TBL_SIZE
                                    SET SUPP_IDX TO SUPP_TBL_SIZE
                                    INITIALIZE SUPP_TBL(SUPP_IDX)
                                    MOVE SUP_CODE TO STB_CODE(SUPP_IDX)
                                    MOVE SUP_NAME TO STB_NAME(SUPP_IDX)
                                    MOVE SUP_LEAD_DAYS
                                        TO STB_LEAD_DAYS(SUPP_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SUPPLIER_MASTER_FILE
            ELSE
                DISPLAY "SUPPLIER MASTER NOT FOUND."
        END-IF.
    LOAD-SUPPLIER-EXIT.
    *>5.移動ジャーナルから入庫"R"だけを読み込む
    LOAD-JOURNAL-RTN SECTION.
        OPEN INPUT MOVEMENT_JOURNAL_FILE.
        IF MOVEMENT_JOURNAL_STATUS NOT = "00"
            THEN
                DISPLAY "MOVEMENT JOURNAL NOT FOUND."
                GO TO LOAD-JOURNAL-EXIT
        END-IF.
        PERFORM UNTIL MOVEMENT_JOURNAL_STATUS NOT = "00"
            READ MOVEMENT_JOURNAL_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF JRNL_TYPE = "R" AND RCV_TBL_SIZE < 5000
                        THEN
                            ADD 1 TO RCV_TBL_SIZE
                            SET RCV_IDX TO RCV_TBL_SIZE
                            MOVE JRNL_DATE TO RCT_DATE(RCV_IDX)
                            MOVE JRNL_WAREHOUSE TO RCT_WAREHOUSE(RCV_IDX)
                            MOVE JRNL_BIN TO RCT_BIN(RCV_IDX)
                            MOVE JRNL_SHELF TO RCT_SHELF(RCV_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE MOVEMENT_JOURNAL_FILE.
    LOAD-JOURNAL-EXIT.
*>ScorecardParm.txtの1行 = 対象年月(6) 納期遵守率の下限%(3) 充足率の下限%(3)
*>(無い・数字でない項目は業務日付の年月、090、095)
*>SupplierScorecard.txtの明細 = 仕入先 名称 測定明細数 納期遵守率 充足率
*>不足納入件数 平均遅延日数 印(**REVIEW**=下限割れ)
*>月初に前月分を流す場合はScorecardParm.txtへ前月の年月を入れる
