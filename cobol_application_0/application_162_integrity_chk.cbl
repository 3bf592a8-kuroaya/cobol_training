*>マスタ間の参照整合性チェック(夜間) マスタ同士は互いのコードを参照しているが、
*>参照先の存在・有効性を強制する仕組みが無い。規則表(IntegrityRules.txt)の
*>親子関係ごとに子ファイルの参照キーを親ファイルで引き当てて、
*>  ORPHAN   = 親ファイルに無いキーを参照している子の行
*>  INACTIVE = 親の行はあるが、その状態が無効(廃番・退職など)の子の行
*>を規則別に一覧し、件数を集計する(IntegrityCheck.txt。スプール台帳へ登録)
*>規則別の件数は履歴(IntegrityHistory.txt)へ追記し、前回の実行より件数
*>(ORPHAN+INACTIVE)が増えた規則があればOperatorAlert.txtへアラートを書く
*>(APPLICATION_106_DASHBOARDの未処理アラートに載る)
*>規則表が無い場合は標準の規則(末尾の注記)で検査する
*>ファイルは検査するだけで書き換えない。RC=4:検出あり RC=16:規則が読めない
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_162_INTEGRITY_CHK.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RULE_FILE
            ASSIGN TO "IntegrityRules.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RULE_STATUS.
        SELECT PARENT_FILE
            ASSIGN TO DYNAMIC WK_PARENT_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARENT_STATUS.
        SELECT CHILD_FILE
            ASSIGN TO DYNAMIC WK_CHILD_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHILD_STATUS.
        SELECT HISTORY_FILE
            ASSIGN TO "IntegrityHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HISTORY_STATUS.
        SELECT ALERT_FILE
            ASSIGN TO "OperatorAlert.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ALERT_STATUS.
        SELECT PRINT_FILE
            ASSIGN TO "IntegrityCheck.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
*>規則(子ファイルのキー位置・長さ、読み飛ばす子の状態、親ファイルのキー位置、
*>無効とみなす親の状態。位置は1から数える桁位置、0は「使わない」)
        FD RULE_FILE.
        01 RULE_RECORD.
            05 RUL_ID PIC X(04).
            05 FILLER PIC X(01).
            05 RUL_CHILD PIC X(30).
            05 FILLER PIC X(01).
            05 RUL_CHILD_POS PIC X(03).
            05 FILLER PIC X(01).
            05 RUL_KEY_LEN PIC X(02).
            05 FILLER PIC X(01).
            05 RUL_SKIP_POS PIC X(03).
            05 FILLER PIC X(01).
            05 RUL_SKIP_VALUES PIC X(05).
            05 FILLER PIC X(01).
            05 RUL_PARENT PIC X(30).
            05 FILLER PIC X(01).
            05 RUL_PARENT_POS PIC X(03).
            05 FILLER PIC X(01).
            05 RUL_STATUS_POS PIC X(03).
            05 FILLER PIC X(01).
            05 RUL_INACTIVE PIC X(05).
        FD PARENT_FILE.
        01 PARENT_RECORD PIC X(200).
        FD CHILD_FILE.
        01 CHILD_RECORD PIC X(200).
        FD HISTORY_FILE.
        01 HISTORY_RECORD.
            05 HIS_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 HIS_RULE PIC X(04).
            05 FILLER PIC X(01).
            05 HIS_ORPHAN PIC 9(07).
            05 FILLER PIC X(01).
            05 HIS_INACTIVE PIC 9(07).
*>オペレータアラート(APPLICATION_32_BATCH_DRIVERと同じ並び)
        FD ALERT_FILE.
        01 ALERT_RECORD.
            05 ALERT_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ALERT_TIME PIC 9(04).
            05 FILLER PIC X(01).
            05 ALERT_STEP PIC X(10).
            05 FILLER PIC X(01).
            05 ALERT_PROGRAM PIC X(30).
            05 FILLER PIC X(01).
            05 ALERT_RC PIC 9(04).
            05 FILLER PIC X(01).
            05 ALERT_TEXT PIC X(30).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 RULE_STATUS PIC XX.
        01 PARENT_STATUS PIC XX.
        01 CHILD_STATUS PIC XX.
        01 HISTORY_STATUS PIC XX.
        01 ALERT_STATUS PIC XX.
        01 WK_PARENT_NAME PIC X(30).
        01 WK_CHILD_NAME PIC X(30).
        01 WK_TODAY PIC 9(08).
        01 WK_RUN_YEAR PIC 9(04).
        01 WK_RUN_MONTH PIC 9(02).
        01 WK_RUN_DAY PIC 9(02).
        01 WK_RUN_HOUR PIC 9(02).
        01 WK_RUN_MINUTE PIC 9(02).
        01 WK_PROGRAM PIC X(30) VALUE "APPLICATION_162_INTEGRITY_CHK".
*>規則テーブル(件数と前回の件数も持つ)
        01 RULE_TBL_MASTER.
            05 RULE_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 RULE_TBL OCCURS 0 TO 30
                DEPENDING ON RULE_TBL_SIZE
                INDEXED BY RULE_IDX.
                10 RLT_ID PIC X(04).
                10 RLT_CHILD PIC X(30).
                10 RLT_CHILD_POS PIC 9(03).
                10 RLT_KEY_LEN PIC 9(02).
                10 RLT_SKIP_POS PIC 9(03).
                10 RLT_SKIP_VALUES PIC X(05).
                10 RLT_PARENT PIC X(30).
                10 RLT_PARENT_POS PIC 9(03).
                10 RLT_STATUS_POS PIC 9(03).
                10 RLT_INACTIVE PIC X(05).
                10 RLT_ORPHAN PIC 9(07).
                10 RLT_INACT_CNT PIC 9(07).
                10 RLT_CHILD_CNT PIC 9(07).
                10 RLT_PREV_TOTAL PIC 9(07).
                10 RLT_PREV_SW PIC X(01).
                10 RLT_MISSING_SW PIC X(01).
*>親ファイルのキーと状態
        01 PARENT_TBL_MASTER.
            05 PARENT_TBL_SIZE PIC 9(05) VALUE ZERO.
            05 PARENT_TBL OCCURS 0 TO 10000
                DEPENDING ON PARENT_TBL_SIZE
                INDEXED BY PARENT_IDX.
                10 PRT_KEY PIC X(20).
                10 PRT_STATUS PIC X(01).
        01 WK_KEY PIC X(20).
        01 WK_CHILD_STATUS PIC X(01).
        01 WK_HIT_STATUS PIC X(01).
        01 WK_FINDING PIC X(08).
        01 WK_TOTAL PIC 9(07).
        01 WK_FINDING_TOTAL PIC 9(07) VALUE ZERO.
        01 WK_ALERT_CNT PIC 9(03) VALUE ZERO.
        01 WK_BAD_RULE_CNT PIC 9(03) VALUE ZERO.
        01 WK_SUB PIC 9(02).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "IntegrityCheck.txt".
*>帳票行(見出し/規則見出し/明細/規則の件数/総括)
        01 ICK_TITLE_LINE.
            05 PIC X(42) VALUE
                "*** CROSS-MASTER INTEGRITY CHECK ***  RUN ".
            05 ICK_TODAY PIC 9(08).
            05 PIC X(30) VALUE SPACE.
        01 ICK_RULE_LINE.
            05 PIC X(05) VALUE "RULE ".
            05 ICK_RULE PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 ICK_CHILD PIC X(30).
            05 PIC X(04) VALUE " -> ".
            05 ICK_PARENT PIC X(30).
            05 PIC X(06) VALUE SPACE.
        01 ICK_DETAIL_LINE.
            05 PIC X(02) VALUE SPACE.
            05 ICK_FINDING PIC X(08).
            05 PIC X(05) VALUE " KEY=".
            05 ICK_KEY PIC X(20).
            05 PIC X(02) VALUE SPACE.
            05 ICK_RECORD PIC X(43).
        01 ICK_COUNT_LINE.
            05 PIC X(02) VALUE SPACE.
            05 PIC X(06) VALUE "ROWS: ".
            05 ICK_CHILD_CNT PIC Z(6)9.
            05 PIC X(10) VALUE "  ORPHAN: ".
            05 ICK_ORPHAN PIC Z(6)9.
            05 PIC X(12) VALUE "  INACTIVE: ".
            05 ICK_INACTIVE PIC Z(6)9.
            05 PIC X(08) VALUE "  PREV: ".
            05 ICK_PREV PIC Z(6)9.
            05 PIC X(01) VALUE SPACE.
            05 ICK_TREND PIC X(06).
            05 PIC X(07) VALUE SPACE.
        01 ICK_MESSAGE_LINE.
            05 ICK_MESSAGE PIC X(80).
        01 ICK_TOTAL_LINE.
            05 PIC X(10) VALUE "FINDINGS: ".
            05 ICK_FINDING_TOTAL PIC Z(6)9.
            05 PIC X(18) VALUE "  RULES INCREASED:".
            05 ICK_ALERT_CNT PIC ZZ9.
            05 PIC X(20) VALUE "  RULES NOT CHECKED:".
            05 ICK_BAD_RULE_CNT PIC ZZ9.
            05 PIC X(19) VALUE SPACE.
PROCEDURE DIVISION.
    INTEGRITY_CHK_RTN SECTION.
    *>初期処理(規則と前回の件数の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_RULE_RTN.
        IF RULE_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO VALID INTEGRITY RULES. CHECK ABORTED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD_HISTORY_RTN.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TODAY TO ICK_TODAY.
        WRITE PRINT_RECORD FROM ICK_TITLE_LINE AFTER PAGE.
    *>主処理(規則ごとに親を読み込み、子を引き当てる)
        PERFORM RULE_RTN
            VARYING RULE_IDX FROM 1 BY 1
            UNTIL RULE_IDX > RULE_TBL_SIZE.
    *>終了処理(履歴の追記、増加した規則のアラート、総括行、スプール台帳への登録)
        PERFORM WRITE_HISTORY_RTN.
        MOVE WK_FINDING_TOTAL TO ICK_FINDING_TOTAL.
        MOVE WK_ALERT_CNT TO ICK_ALERT_CNT.
        MOVE WK_BAD_RULE_CNT TO ICK_BAD_RULE_CNT.
        WRITE PRINT_RECORD FROM ICK_TOTAL_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "INTEGRITY CHECK END. FINDINGS:" WK_FINDING_TOTAL
            " RULES INCREASED:" WK_ALERT_CNT.
        IF WK_FINDING_TOTAL > ZERO OR WK_BAD_RULE_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    INTEGRITY_CHK_EXIT.
    *>1.規則1件(親の読み込み→子の引き当て→件数行→増加の判定)
    RULE_RTN SECTION.
        MOVE ZERO TO RLT_ORPHAN(RULE_IDX) RLT_INACT_CNT(RULE_IDX)
            RLT_CHILD_CNT(RULE_IDX).
        MOVE SPACE TO RLT_MISSING_SW(RULE_IDX).
        MOVE RLT_ID(RULE_IDX) TO ICK_RULE.
        MOVE RLT_CHILD(RULE_IDX) TO ICK_CHILD.
        MOVE RLT_PARENT(RULE_IDX) TO ICK_PARENT.
        WRITE PRINT_RECORD FROM ICK_RULE_LINE AFTER 2 LINE.
        PERFORM LOAD_PARENT_RTN.
        IF RLT_MISSING_SW(RULE_IDX) = "1"
            THEN
                GO TO RULE_EXIT
        END-IF.
        MOVE RLT_CHILD(RULE_IDX) TO WK_CHILD_NAME.
        OPEN INPUT CHILD_FILE.
        IF CHILD_STATUS NOT = "00"
            THEN
                MOVE "1" TO RLT_MISSING_SW(RULE_IDX)
                ADD 1 TO WK_BAD_RULE_CNT
                MOVE "  ** CHILD FILE NOT FOUND. RULE NOT CHECKED"
                    TO ICK_MESSAGE
                WRITE PRINT_RECORD FROM ICK_MESSAGE_LINE AFTER 1 LINE
                GO TO RULE_EXIT
        END-IF.
        PERFORM UNTIL CHILD_STATUS NOT = "00"
            MOVE SPACE TO CHILD_RECORD
            READ CHILD_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM CHILD_RTN
            END-READ
        END-PERFORM.
        CLOSE CHILD_FILE.
        MOVE RLT_CHILD_CNT(RULE_IDX) TO ICK_CHILD_CNT.
        MOVE RLT_ORPHAN(RULE_IDX) TO ICK_ORPHAN.
        MOVE RLT_INACT_CNT(RULE_IDX) TO ICK_INACTIVE.
        COMPUTE WK_TOTAL = RLT_ORPHAN(RULE_IDX) + RLT_INACT_CNT(RULE_IDX).
        ADD WK_TOTAL TO WK_FINDING_TOTAL.
        MOVE RLT_PREV_TOTAL(RULE_IDX) TO ICK_PREV.
        MOVE SPACE TO ICK_TREND.
        IF RLT_PREV_SW(RULE_IDX) NOT = "1"
            THEN
                MOVE "(NEW)" TO ICK_TREND
            ELSE
                IF WK_TOTAL > RLT_PREV_TOTAL(RULE_IDX)
                    THEN
                        MOVE "**UP**" TO ICK_TREND
                        PERFORM ALERT_RTN
                END-IF
        END-IF.
        WRITE PRINT_RECORD FROM ICK_COUNT_LINE AFTER 1 LINE.
    RULE_EXIT.
    *>1-1.子の1行(読み飛ばす状態の行・空行は対象外)
    CHILD_RTN SECTION.
        IF CHILD_RECORD = SPACE
            THEN
                GO TO CHILD_EXIT
        END-IF.
        IF RLT_SKIP_POS(RULE_IDX) > ZERO
            THEN
                MOVE CHILD_RECORD(RLT_SKIP_POS(RULE_IDX):1)
                    TO WK_CHILD_STATUS
                PERFORM VARYING WK_SUB FROM 1 BY 1 UNTIL WK_SUB > 5
                    IF RLT_SKIP_VALUES(RULE_IDX)(WK_SUB:1) NOT = SPACE
                            AND RLT_SKIP_VALUES(RULE_IDX)(WK_SUB:1)
                                = WK_CHILD_STATUS
                        THEN
                            GO TO CHILD_EXIT
                    END-IF
                END-PERFORM
        END-IF.
        ADD 1 TO RLT_CHILD_CNT(RULE_IDX).
        MOVE SPACE TO WK_KEY.
        MOVE CHILD_RECORD(RLT_CHILD_POS(RULE_IDX):RLT_KEY_LEN(RULE_IDX))
            TO WK_KEY.
        SET PARENT_IDX TO 1.
        SEARCH PARENT_TBL
            AT END
                MOVE "ORPHAN" TO WK_FINDING
                ADD 1 TO RLT_ORPHAN(RULE_IDX)
                PERFORM FINDING_RTN
                GO TO CHILD_EXIT
            WHEN PRT_KEY(PARENT_IDX) = WK_KEY
                MOVE PRT_STATUS(PARENT_IDX) TO WK_HIT_STATUS
        END-SEARCH.
        IF RLT_STATUS_POS(RULE_IDX) = ZERO
                OR WK_HIT_STATUS = SPACE
            THEN
                GO TO CHILD_EXIT
        END-IF.
        PERFORM VARYING WK_SUB FROM 1 BY 1 UNTIL WK_SUB > 5
            IF RLT_INACTIVE(RULE_IDX)(WK_SUB:1) NOT = SPACE
                    AND RLT_INACTIVE(RULE_IDX)(WK_SUB:1) = WK_HIT_STATUS
                THEN
                    MOVE "INACTIVE" TO WK_FINDING
                    ADD 1 TO RLT_INACT_CNT(RULE_IDX)
                    PERFORM FINDING_RTN
                    GO TO CHILD_EXIT
            END-IF
        END-PERFORM.
    CHILD_EXIT.
    *>1-2.検出1件の明細行(子の行の先頭を付ける)
    FINDING_RTN SECTION.
        MOVE WK_FINDING TO ICK_FINDING.
        MOVE WK_KEY TO ICK_KEY.
        MOVE CHILD_RECORD TO ICK_RECORD.
        WRITE PRINT_RECORD FROM ICK_DETAIL_LINE AFTER 1 LINE.
    FINDING_EXIT.
    *>1-3.親ファイルの読み込み(キーと状態をテーブルへ)
    LOAD_PARENT_RTN SECTION.
        MOVE ZERO TO PARENT_TBL_SIZE.
        MOVE RLT_PARENT(RULE_IDX) TO WK_PARENT_NAME.
        OPEN INPUT PARENT_FILE.
        IF PARENT_STATUS NOT = "00"
            THEN
                MOVE "1" TO RLT_MISSING_SW(RULE_IDX)
                ADD 1 TO WK_BAD_RULE_CNT
                MOVE "  ** PARENT FILE NOT FOUND. RULE NOT CHECKED"
                    TO ICK_MESSAGE
                WRITE PRINT_RECORD FROM ICK_MESSAGE_LINE AFTER 1 LINE
                GO TO LOAD_PARENT_EXIT
        END-IF.
        PERFORM UNTIL PARENT_STATUS NOT = "00"
            MOVE SPACE TO PARENT_RECORD
            READ PARENT_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PARENT_RECORD NOT = SPACE
                            AND PARENT_TBL_SIZE < 10000
                        THEN
                            ADD 1 TO PARENT_TBL_SIZE
                            SET PARENT_IDX TO PARENT_TBL_SIZE
                            MOVE SPACE TO PRT_KEY(PARENT_IDX)
                            MOVE PARENT_RECORD(RLT_PARENT_POS(RULE_IDX):
                                RLT_KEY_LEN(RULE_IDX))
                                TO PRT_KEY(PARENT_IDX)
                            MOVE SPACE TO PRT_STATUS(PARENT_IDX)
                            IF RLT_STATUS_POS(RULE_IDX) > ZERO
                                THEN
                                    MOVE PARENT_RECORD
                                        (RLT_STATUS_POS(RULE_IDX):1)
                                        TO PRT_STATUS(PARENT_IDX)
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PARENT_FILE.
    LOAD_PARENT_EXIT.
    *>1-4.件数が前回より増えた規則のオペレータアラート
    ALERT_RTN SECTION.
        ADD 1 TO WK_ALERT_CNT.
        CALL "RUN_DATE_STAMP" USING WK_RUN_YEAR WK_RUN_MONTH
            WK_RUN_DAY WK_RUN_HOUR WK_RUN_MINUTE.
        OPEN EXTEND ALERT_FILE.
        IF ALERT_STATUS NOT = "00"
            THEN
                OPEN OUTPUT ALERT_FILE
        END-IF.
        MOVE SPACE TO ALERT_RECORD.
        COMPUTE ALERT_DATE =
            WK_RUN_YEAR * 10000 + WK_RUN_MONTH * 100 + WK_RUN_DAY.
        COMPUTE ALERT_TIME = WK_RUN_HOUR * 100 + WK_RUN_MINUTE.
        MOVE "INTEGRITY" TO ALERT_STEP.
        MOVE WK_PROGRAM TO ALERT_PROGRAM.
        MOVE 4 TO ALERT_RC.
        STRING "RULE " DELIMITED BY SIZE
            RLT_ID(RULE_IDX) DELIMITED BY SPACE
            " FINDINGS UP " WK_TOTAL DELIMITED BY SIZE
            INTO ALERT_TEXT.
        WRITE ALERT_RECORD.
        CLOSE ALERT_FILE.
    ALERT_EXIT.
    *>2.規則の読み込み(規則表が無ければ標準の規則)
    LOAD_RULE_RTN SECTION.
        OPEN INPUT RULE_FILE.
        IF RULE_STATUS NOT = "00"
            THEN
                PERFORM DEFAULT_RULE_RTN
                GO TO LOAD_RULE_EXIT
        END-IF.
        PERFORM UNTIL RULE_STATUS NOT = "00"
            MOVE SPACE TO RULE_RECORD
            READ RULE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RUL_ID NOT = SPACE
                            AND RUL_ID(1:1) NOT = "*"
                        THEN
                            PERFORM ADD_RULE_RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE RULE_FILE.
    LOAD_RULE_EXIT.
    *>2-1.規則1行の検査と登録(位置・長さが数字で、キーが行の範囲内のものだけ)
    ADD_RULE_RTN SECTION.
        IF RUL_CHILD_POS IS NOT NUMERIC
                OR RUL_KEY_LEN IS NOT NUMERIC
                OR RUL_SKIP_POS IS NOT NUMERIC
                OR RUL_PARENT_POS IS NOT NUMERIC
                OR RUL_STATUS_POS IS NOT NUMERIC
                OR RUL_CHILD = SPACE OR RUL_PARENT = SPACE
            THEN
                DISPLAY "INTEGRITY RULE SKIPPED: " RULE_RECORD
                GO TO ADD_RULE_EXIT
        END-IF.
        IF RUL_CHILD_POS = "000" OR RUL_PARENT_POS = "000"
                OR RUL_KEY_LEN = "00" OR RUL_KEY_LEN > "20"
                OR RUL_SKIP_POS > "200" OR RUL_STATUS_POS > "200"
                OR RULE_TBL_SIZE >= 30
            THEN
                DISPLAY "INTEGRITY RULE SKIPPED: " RULE_RECORD
                GO TO ADD_RULE_EXIT
        END-IF.
        ADD 1 TO RULE_TBL_SIZE.
        SET RULE_IDX TO RULE_TBL_SIZE.
        MOVE RUL_ID TO RLT_ID(RULE_IDX).
        MOVE RUL_CHILD TO RLT_CHILD(RULE_IDX).
        MOVE RUL_CHILD_POS TO RLT_CHILD_POS(RULE_IDX).
        MOVE RUL_KEY_LEN TO RLT_KEY_LEN(RULE_IDX).
        MOVE RUL_SKIP_POS TO RLT_SKIP_POS(RULE_IDX).
        MOVE RUL_SKIP_VALUES TO RLT_SKIP_VALUES(RULE_IDX).
        MOVE RUL_PARENT TO RLT_PARENT(RULE_IDX).
        MOVE RUL_PARENT_POS TO RLT_PARENT_POS(RULE_IDX).
        MOVE RUL_STATUS_POS TO RLT_STATUS_POS(RULE_IDX).
        MOVE RUL_INACTIVE TO RLT_INACTIVE(RULE_IDX).
        MOVE ZERO TO RLT_PREV_TOTAL(RULE_IDX).
        MOVE SPACE TO RLT_PREV_SW(RULE_IDX).
        IF RLT_CHILD_POS(RULE_IDX) + RLT_KEY_LEN(RULE_IDX) > 201
                OR RLT_PARENT_POS(RULE_IDX) + RLT_KEY_LEN(RULE_IDX) > 201
            THEN
                DISPLAY "INTEGRITY RULE SKIPPED: " RULE_RECORD
                SUBTRACT 1 FROM RULE_TBL_SIZE
        END-IF.
    ADD_RULE_EXIT.
    *>2-2.標準の規則(規則表の書式で組み立てて登録する)
    DEFAULT_RULE_RTN SECTION.
*>棚割(LocationProduct)の品番 → 商品マスタ(廃番"D")
        MOVE SPACE TO RULE_RECORD.
        MOVE "R01" TO RUL_ID.
        MOVE "LocationProduct.txt" TO RUL_CHILD.
        MOVE "008" TO RUL_CHILD_POS.
        MOVE "05" TO RUL_KEY_LEN.
        MOVE "000" TO RUL_SKIP_POS.
        MOVE "ProductMaster.txt" TO RUL_PARENT.
        MOVE "001" TO RUL_PARENT_POS.
        MOVE "016" TO RUL_STATUS_POS.
        MOVE "D" TO RUL_INACTIVE.
        PERFORM ADD_RULE_RTN.
*>価格マスタの品番 → 商品マスタ(廃番"D")
        MOVE "R02" TO RUL_ID.
        MOVE "PriceMaster.txt" TO RUL_CHILD.
        MOVE "001" TO RUL_CHILD_POS.
        PERFORM ADD_RULE_RTN.
*>手数料率の従業員 → 従業員マスタ(退職"T")
        MOVE "R03" TO RUL_ID.
        MOVE "CommissionRates.txt" TO RUL_CHILD.
        MOVE "006" TO RUL_CHILD_POS.
        MOVE "EmployeeMaster.txt" TO RUL_PARENT.
        MOVE "039" TO RUL_STATUS_POS.
        MOVE "T" TO RUL_INACTIVE.
        PERFORM ADD_RULE_RTN.
*>時給マスタの従業員 → 従業員マスタ(退職"T")
        MOVE "R04" TO RUL_ID.
        MOVE "EmployeeRate.txt" TO RUL_CHILD.
        MOVE "001" TO RUL_CHILD_POS.
        PERFORM ADD_RULE_RTN.
*>口座マスタの従業員 → 従業員マスタ(存在のみ。解約"X"の口座は対象外)
        MOVE "R05" TO RUL_ID.
        MOVE "BankAccountMaster.txt" TO RUL_CHILD.
        MOVE "001" TO RUL_CHILD_POS.
        MOVE "031" TO RUL_SKIP_POS.
        MOVE "X" TO RUL_SKIP_VALUES.
        MOVE "000" TO RUL_STATUS_POS.
        MOVE SPACE TO RUL_INACTIVE.
        PERFORM ADD_RULE_RTN.
*>売掛未決済の得意先 → 得意先マスタ(存在のみ)
        MOVE "R06" TO RUL_ID.
        MOVE "ArOpenItems.txt" TO RUL_CHILD.
        MOVE "017" TO RUL_CHILD_POS.
        MOVE "000" TO RUL_SKIP_POS.
        MOVE SPACE TO RUL_SKIP_VALUES.
        MOVE "CustomerMaster.txt" TO RUL_PARENT.
        PERFORM ADD_RULE_RTN.
    DEFAULT_RULE_EXIT.
    *>3.前回の件数(履歴の規則ごとの最後の行)
    LOAD_HISTORY_RTN SECTION.
        OPEN INPUT HISTORY_FILE.
        IF HISTORY_STATUS NOT = "00"
            THEN
                GO TO LOAD_HISTORY_EXIT
        END-IF.
        PERFORM UNTIL HISTORY_STATUS NOT = "00"
            READ HISTORY_FILE
                AT END
                    CONTINUE
                NOT AT END
                    SET RULE_IDX TO 1
                    SEARCH RULE_TBL
                        AT END
                            CONTINUE
                        WHEN RLT_ID(RULE_IDX) = HIS_RULE
                            COMPUTE RLT_PREV_TOTAL(RULE_IDX) =
                                HIS_ORPHAN + HIS_INACTIVE
                            MOVE "1" TO RLT_PREV_SW(RULE_IDX)
                    END-SEARCH
            END-READ
        END-PERFORM.
        CLOSE HISTORY_FILE.
    LOAD_HISTORY_EXIT.
    *>4.今回の件数を履歴へ追記(検査できなかった規則は書かない)
    WRITE_HISTORY_RTN SECTION.
        OPEN EXTEND HISTORY_FILE.
        IF HISTORY_STATUS NOT = "00"
            THEN
                OPEN OUTPUT HISTORY_FILE
        END-IF.
        PERFORM VARYING RULE_IDX FROM 1 BY 1
                UNTIL RULE_IDX > RULE_TBL_SIZE
            IF RLT_MISSING_SW(RULE_IDX) NOT = "1"
                THEN
                    MOVE SPACE TO HISTORY_RECORD
                    MOVE WK_TODAY TO HIS_DATE
                    MOVE RLT_ID(RULE_IDX) TO HIS_RULE
                    MOVE RLT_ORPHAN(RULE_IDX) TO HIS_ORPHAN
                    MOVE RLT_INACT_CNT(RULE_IDX) TO HIS_INACTIVE
                    WRITE HISTORY_RECORD
            END-IF
        END-PERFORM.
        CLOSE HISTORY_FILE.
    WRITE_HISTORY_EXIT.
*>IntegrityRules.txtの1行(空白区切り、"*"で始まる行は注記)
*>  規則ID(4) 子ファイル名(30) 子のキー位置(3) キー長(2:01~20) 子の状態位置(3)
*>  読み飛ばす子の状態(5:最大5文字) 親ファイル名(30) 親のキー位置(3)
*>  親の状態位置(3) 無効とみなす親の状態(5:最大5文字)
*>  状態位置000 = 使わない(子:全行を検査/親:存在だけを検査)
*>標準の規則(規則表が無い場合)
*>  R01 LocationProduct.txt   品番(8桁目から5)     → ProductMaster.txt(16桁目"D"=廃番)
*>  R02 PriceMaster.txt       品番(1桁目から5)     → ProductMaster.txt(同上)
*>  R03 CommissionRates.txt   従業員(6桁目から5)   → EmployeeMaster.txt(39桁目"T"=退職)
*>  R04 EmployeeRate.txt      従業員(1桁目から5)   → EmployeeMaster.txt(同上)
*>  R05 BankAccountMaster.txt 従業員(1桁目から5、31桁目"X"=解約の口座は除く)
*>                            → EmployeeMaster.txt(存在のみ)
*>  R06 ArOpenItems.txt       得意先(17桁目から5)  → CustomerMaster.txt(存在のみ)
*>IntegrityHistory.txtの1行 = 業務日付(8) 規則ID(4) ORPHAN件数(7) INACTIVE件数(7)
*>  前回の件数は規則ごとの最後の行。初回の規則は(NEW)としてアラートの対象にしない
*>親ファイルは1規則1万行まで、レコードは200桁まで
