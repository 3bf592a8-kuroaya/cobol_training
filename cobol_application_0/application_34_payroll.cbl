            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY_HISTORY_STATUS.
*>遡及調整レコード(APPLICATION_57_RETRO_ADJUSTが作る。今回の支給で取り込み、
*>取り込み後は空にする。12月は年末調整の過不足(APPLICATION_143)も載る)
        SELECT PAY_ADJUST_FILE
            ASSIGN TO "PayAdjustInput.txt"
            ORGANIZATION IS LINE SEQUENTIAL
        SELECT DEDUCTION_DETAIL_FILE
            ASSIGN TO DYNAMIC WK_DED_DETAIL_NAME
            ORGANIZATION IS LINE SEQUENTIAL.
*>立替経費の精算明細(種別"E"の支給入力を経費区分つきで書き出す。元帳インター
*>フェースAPPLICATION_93_GL_POSTの入力。賞与・試算実行は別ファイルへ書き分ける)
        SELECT PAY_EXPENSE_FILE
            ASSIGN TO DYNAMIC WK_EXP_DETAIL_NAME
            ORGANIZATION IS LINE SEQUENTIAL.
*>試算実行の検証レジスタと合否ファイル
        SELECT TRIAL_PROOF_FILE
            ASSIGN TO "PayTrialProof.txt"
            ASSIGN TO "StatRates.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STAT_RATES_STATUS.
*>標準報酬月額マスタ(APPLICATION_144が決定し、APPLICATION_145で承認した等級。
*>支給日時点で有効な標準報酬月額に料率を掛けて健保・年金を計算する)
        SELECT STD_REM_FILE
            ASSIGN TO "StdRemMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STD_REM_STATUS.
*>退職精算台帳(APPLICATION_146_LEAVER_SETTLEが精算済み"S"にした退職者は、
*>精算した支給月に限り退職後でも最終給与を支給し、残高追跡控除を全額回収する)
        SELECT LEAVER_SETTLE_FILE
            ASSIGN TO "LeaverSettlement.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEAVER_SETTLE_STATUS.
*>従業員別の年間累計マスタ(支給のたびに転記し、実行のたびに読み込み→書き戻し)
        SELECT PAY_YTD_FILE
            ASSIGN TO "PayYtdMaster.txt"
*>固定控除コード(健康保険・厚生年金など)はこの額をそのまま差し引く
            05 IN_HEALTH_DEDUCTION PIC 9(05).
            05 IN_PENSION_DEDUCTION PIC 9(05).
*>種別(空白=給与 E=非課税の立替経費の精算(APPLICATION_149が追記))と経費区分
            05 IN_PAY_KIND PIC X(01).
            05 IN_EXPENSE_CATEGORY PIC X(03).
        FD PAY_DETAIL_FILE.
        01 PAY_DETAIL_RECORD.
            05 OUT_EMPLOYEE_ID PIC X(05).
            05 DD_CODE PIC X(03).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DD_AMOUNT PIC 9(05).
        FD PAY_EXPENSE_FILE.
        01 PAY_EXPENSE_RECORD.
            05 PXD_EMPLOYEE_ID PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PXD_CATEGORY PIC X(03).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PXD_AMOUNT PIC 9(05).
        FD EMPLOYEE_MASTER_FILE.
        01 EMPLOYEE_MASTER_RECORD.
            05 EM_CODE PIC X(05).
            05 FILLER PIC X(01).
*>賞与の源泉徴収率(任意。旧レコードは空白=既定10.00%)
            05 SR_BONUS_RATE PIC X(04).
        FD STD_REM_FILE.
        01 STD_REM_RECORD.
            05 SRM_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 SRM_CUR_GRADE PIC X(02).
            05 FILLER PIC X(01).
            05 SRM_CUR_STANDARD PIC X(07).
            05 FILLER PIC X(01).
            05 SRM_CUR_EFFECTIVE PIC X(08).
            05 FILLER PIC X(01).
            05 SRM_NEW_GRADE PIC X(02).
            05 FILLER PIC X(01).
            05 SRM_NEW_STANDARD PIC X(07).
            05 FILLER PIC X(01).
            05 SRM_NEW_EFFECTIVE PIC X(08).
            05 FILLER PIC X(01).
            05 SRM_NEW_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 SRM_NEW_REASON PIC X(01).
            05 FILLER PIC X(01).
            05 SRM_NEW_AVERAGE PIC X(07).
        FD LEAVER_SETTLE_FILE.
        01 LEAVER_SETTLE_RECORD.
            05 LVS_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 LVS_LEAVING_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 LVS_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 LVS_PERIOD PIC X(06).
            05 FILLER PIC X(16).
        FD PAY_RUN_PARM_FILE.
        01 PAY_RUN_PARM_RECORD.
            05 PRP_RUN_TYPE PIC X(07).
                10 ETB_STATUS PIC X(01).
        01 SW_EMP_MASTER PIC X(01) VALUE SPACE.
        01 SW_EMP_PAYABLE PIC X(01).
*>今回の支給月に最終給与を払う退職者(退職精算台帳の"S"で支給月が一致する行)
        01 LEAVER_SETTLE_STATUS PIC XX.
        01 LVR_TBL_MASTER.
            05 LVR_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 LVR_TBL OCCURS 0 TO 200
                DEPENDING ON LVR_TBL_SIZE
                INDEXED BY LVR_IDX.
                10 LVT_EMPLOYEE PIC X(05).
        01 SW_LEAVER_PAY PIC X(01).
        01 WK_LEAVER_ROOM PIC S9(07).
        01 WK_SKIPPED_CNT PIC 9(05) VALUE ZERO.
        01 DEDUCTION_MASTER_STATUS PIC XX.
        01 EMP_DEDUCTION_STATUS PIC XX.
            88 TRIAL_RUN VALUE "TRIAL".
        01 WK_DED_DETAIL_NAME PIC X(30) VALUE "DeductionDetail.txt".
        01 WK_ADJ_DETAIL_NAME PIC X(30) VALUE "PayAdjustDetail.txt".
        01 WK_EXP_DETAIL_NAME PIC X(30) VALUE "PayExpenseDetail.txt".
        01 WK_EXPENSE_CNT PIC 9(05) VALUE ZERO.
        01 WK_EXPENSE_TOTAL PIC 9(09) VALUE ZERO.
*>試算検証レジスタの立替精算の行
        01 PROOF_EXPENSE_LINE.
            05 PRX_EMP PIC X(05).
            05 PIC X(21) VALUE " EXPENSE REIMBURSED: ".
            05 PRX_CATEGORY PIC X(03).
            05 PIC X(01) VALUE SPACE.
            05 PRX_AMOUNT PIC ZZZZ9.
            05 PIC X(17) VALUE " (NON-TAXABLE)".
        01 WK_PARM_LINE_NO PIC 9(01) VALUE ZERO.
*>試算の検証用:前回支給(現PayDetail.txt)の手取りテーブルと不備件数
        01 PREV_TBL_MASTER.
        01 WK_APPLIED_VERSION PIC X(04) VALUE SPACES.
        01 WK_HEALTH_RATE PIC 9(02)V9(02).
        01 WK_PENSION_RATE PIC 9(02)V9(02).
*>標準報酬月額テーブル(支給日時点で有効な額。承認前の提案は使わない)
        01 STD_REM_STATUS PIC XX.
        01 STD_TBL_MASTER.
            05 STD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 STD_TBL OCCURS 0 TO 200
                DEPENDING ON STD_TBL_SIZE
                INDEXED BY STD_IDX.
                10 STT_EMPLOYEE PIC X(05).
                10 STT_STANDARD PIC 9(07).
        01 WK_INSURED_BASE PIC 9(07).
PROCEDURE DIVISION.
    PAYROLL_RTN SECTION.
*>支給日は業務日付レジスタから取る(翌日の流し直しでも本来の営業日で記帳する)
*>実行種別(通常月/賞与)の決定。賞与は専用の明細・送金ファイルへ書く
        PERFORM LOAD_RUN_PARM_RTN.
        PERFORM LOAD_EMP_MASTER_RTN.
        PERFORM LOAD_LEAVERS_RTN.
        PERFORM LOAD_ACCT_MASTER_RTN.
        PERFORM LOAD_YTD_RTN.
        PERFORM LOAD_DEDUCTIONS_RTN.
        PERFORM LOAD_BALANCES_RTN.
        PERFORM LOAD_STAT_RATES_RTN.
        PERFORM LOAD_STD_REM_RTN.
*>今回の支給で上書きする前に、前回のPayDetail.txtを退避する(変動レポート用。
*>賞与実行は別ファイルへ書くため、試算は何も上書きしないため、退避しない)
        IF NOT BONUS_RUN AND NOT TRIAL_RUN
        OPEN INPUT PAY_INPUT_FILE.
        OPEN OUTPUT PAY_DETAIL_FILE.
        OPEN OUTPUT DEDUCTION_DETAIL_FILE.
        OPEN OUTPUT PAY_EXPENSE_FILE.
        OPEN OUTPUT BANK_OUTBOUND_FILE.
        PERFORM UNTIL IN_FILE_STATUS NOT = "00"
            READ PAY_INPUT_FILE
                    PERFORM CHECK_EMPLOYEE_RTN
                    IF SW_EMP_PAYABLE = "1"
                        THEN
*>立替経費の精算は非課税なので給与の計算を通さず、全額を振り込む
                            IF IN_PAY_KIND = "E"
                                THEN
                                    PERFORM PAY_EXPENSE_RTN
                                ELSE
                                    PERFORM CALCULATE_NET_PAY_RTN
                            END-IF
                        ELSE
                            DISPLAY "PAY SKIPPED"
                                " (TERMINATED OR UNKNOWN): "
        CLOSE PAY_INPUT_FILE.
        CLOSE PAY_DETAIL_FILE.
        CLOSE DEDUCTION_DETAIL_FILE.
        CLOSE PAY_EXPENSE_FILE.
        IF WK_EXPENSE_CNT > ZERO
            THEN
                DISPLAY "EXPENSE REIMBURSEMENTS PAID: " WK_EXPENSE_CNT
                    " TOTAL: " WK_EXPENSE_TOTAL
        END-IF.
*>遡及調整レコードの取り込み(YTDへ反映し、符号つき明細を書き出す)
        PERFORM APPLY_ADJUSTMENTS_RTN.
        CLOSE BANK_OUTBOUND_FILE.
            ELSE
                MOVE DTB_AMOUNT(DED_IDX) TO WK_INSTALLMENT
        END-IF.
*>退職者の最終給与は分割額ではなく残高の全額を、手取りが残る範囲で回収する
*>(回収しきれない残高は台帳に残り、退職精算の完了時に直接回収として出る)
        IF SW_LEAVER_PAY = "1"
            THEN
                COMPUTE WK_LEAVER_ROOM =
                    IN_GROSS_PAY - WK_TAX_AMOUNT
                        - OUT_HEALTH_DEDUCTION - OUT_PENSION_DEDUCTION
                        - WK_OTHER_TOTAL
                IF WK_LEAVER_ROOM < ZERO
                    THEN
                        MOVE ZERO TO WK_LEAVER_ROOM
                END-IF
                MOVE WK_LEAVER_ROOM TO WK_INSTALLMENT
        END-IF.
        MOVE ZERO TO WK_ONE_DEDUCTION.
        SET BAL_IDX TO 1.
        SEARCH BAL_TBL
                GO TO CHECK_EMPLOYEE_EXIT
        END-IF.
        MOVE SPACE TO SW_EMP_PAYABLE.
        MOVE SPACE TO SW_LEAVER_PAY.
        SET EMP_IDX TO 1.
        SEARCH EMP_TBL
            AT END
                IF ETB_STATUS(EMP_IDX) NOT = "T"
                    THEN
                        MOVE "1" TO SW_EMP_PAYABLE
                    ELSE
*>退職者でも今回の支給月に精算済みなら最終給与として支給する
                        SET LVR_IDX TO 1
                        SEARCH LVR_TBL
                            AT END
                                CONTINUE
                            WHEN LVT_EMPLOYEE(LVR_IDX) = IN_EMPLOYEE_ID
                                MOVE "1" TO SW_EMP_PAYABLE
                                MOVE "1" TO SW_LEAVER_PAY
                        END-SEARCH
                END-IF
        END-SEARCH.
*>口座マスタがある場合、確認済み("V")の口座が無い従業員へは振り込まない
                END-IF
        END-SEARCH.
    CHECK_ACCOUNT_EXIT.
*>退職精算台帳の読み込み(精算済み"S"で支給月が今回の支給月の退職者だけ。
*>賞与実行では退職者へは支給しない)
    LOAD_LEAVERS_RTN SECTION.
        IF BONUS_RUN
            THEN
                GO TO LOAD_LEAVERS_EXIT
        END-IF.
        OPEN INPUT LEAVER_SETTLE_FILE.
        IF LEAVER_SETTLE_STATUS NOT = "00"
            THEN
                GO TO LOAD_LEAVERS_EXIT
        END-IF.
        PERFORM UNTIL LEAVER_SETTLE_STATUS NOT = "00"
            READ LEAVER_SETTLE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LVS_STATUS = "S"
                            AND LVS_PERIOD = WK_PAY_DATE(1:6)
                            AND LVR_TBL_SIZE < 200
                        THEN
                            ADD 1 TO LVR_TBL_SIZE
                            SET LVR_IDX TO LVR_TBL_SIZE
                            MOVE LVS_EMPLOYEE TO LVT_EMPLOYEE(LVR_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE LEAVER_SETTLE_FILE.
    LOAD_LEAVERS_EXIT.
*>口座マスタの読み込み(コードと状態のみ。無ければ確認なしで支給する)
    LOAD_ACCT_MASTER_RTN SECTION.
        OPEN INPUT BANK_ACCT_MASTER_FILE.
        MOVE WK_TAX_AMOUNT TO OUT_TAX_AMOUNT.
*>法定料率テーブルがあれば支給日時点の料率で健保・年金を計算する
*>(無い場合は従来どおりPayInput.txtの金額をそのまま使う)
*>通常月は標準報酬月額(マスタに無い従業員は総支給額)に、賞与は総支給額に掛ける
        IF WK_APPLIED_VERSION NOT = SPACES
            THEN
                MOVE IN_GROSS_PAY TO WK_INSURED_BASE
                IF NOT BONUS_RUN
                    THEN
                        SET STD_IDX TO 1
                        SEARCH STD_TBL
                            AT END
                                CONTINUE
                            WHEN STT_EMPLOYEE(STD_IDX) = IN_EMPLOYEE_ID
                                MOVE STT_STANDARD(STD_IDX)
                                    TO WK_INSURED_BASE
                        END-SEARCH
                END-IF
                COMPUTE OUT_HEALTH_DEDUCTION ROUNDED =
                    WK_INSURED_BASE * WK_HEALTH_RATE / 100
                COMPUTE OUT_PENSION_DEDUCTION ROUNDED =
                    WK_INSURED_BASE * WK_PENSION_RATE / 100
            ELSE
*>賞与には月額固定の控除額を適用しない(料率表が無ければ0とする)
                IF BONUS_RUN
*>明細1行分を従業員別の年間累計へ転記する
        PERFORM POST_YTD_RTN.
    CALCULATE_NET_PAY_EXIT.
*>立替経費の精算1行分(源泉・保険・可変控除を掛けず、支給履歴・年間累計にも
*>載せない。経費区分つきの精算明細と、金額そのままの送金レコードを書く)
    PAY_EXPENSE_RTN SECTION.
        MOVE SPACE TO PAY_EXPENSE_RECORD.
        MOVE IN_EMPLOYEE_ID TO PXD_EMPLOYEE_ID.
        MOVE IN_EXPENSE_CATEGORY TO PXD_CATEGORY.
        MOVE IN_GROSS_PAY TO PXD_AMOUNT.
        WRITE PAY_EXPENSE_RECORD.
        IF TRIAL_RUN
            THEN
                MOVE IN_EMPLOYEE_ID TO PRX_EMP
                MOVE IN_EXPENSE_CATEGORY TO PRX_CATEGORY
                MOVE IN_GROSS_PAY TO PRX_AMOUNT
                WRITE TRIAL_PROOF_RECORD FROM PROOF_EXPENSE_LINE
        END-IF.
        MOVE SPACE TO BANK_OUTBOUND_RECORD.
        MOVE IN_EMPLOYEE_ID TO BO_EMPLOYEE_ID.
        MOVE IN_GROSS_PAY TO BO_AMOUNT.
        WRITE BANK_OUTBOUND_RECORD.
        ADD 1 TO WK_BANK_REC_CNT.
        ADD IN_GROSS_PAY TO WK_BANK_TOTAL.
        ADD 1 TO WK_EXPENSE_CNT.
        ADD IN_GROSS_PAY TO WK_EXPENSE_TOTAL.
    PAY_EXPENSE_EXIT.
*>実行種別パラメータの読み込み(BONUSなら出力ファイルを賞与用に切り替える)
    LOAD_RUN_PARM_RTN SECTION.
        OPEN INPUT PAY_RUN_PARM_FILE.
            THEN
                MOVE "PayDetailBonus.txt" TO WK_PAY_DETAIL_NAME
                MOVE "BankOutboundBonus.txt" TO WK_BANK_OUT_NAME
                MOVE "PayExpenseBonus.txt" TO WK_EXP_DETAIL_NAME
                DISPLAY "** BONUS RUN **"
                    " OUTPUT: PayDetailBonus.txt"
                    " / BankOutboundBonus.txt"
                MOVE "PayTrialBank.txt" TO WK_BANK_OUT_NAME
                MOVE "PayTrialDeduction.txt" TO WK_DED_DETAIL_NAME
                MOVE "PayTrialAdjDetail.txt" TO WK_ADJ_DETAIL_NAME
                MOVE "PayTrialExpense.txt" TO WK_EXP_DETAIL_NAME
                OPEN OUTPUT TRIAL_PROOF_FILE
                DISPLAY "** TRIAL RUN **"
                    " NO MASTERS OR BANK FILE WILL BE WRITTEN."
                AT END
                    CONTINUE
                NOT AT END
*>等級表の行("B"で始まる)は料率の版ではないので読み飛ばす
                    IF RATE_TBL_SIZE < 20 AND SR_EFFECTIVE IS NUMERIC
                        THEN
                            ADD 1 TO RATE_TBL_SIZE
                            SET RATE_IDX TO RATE_TBL_SIZE
                    WK_PAY_DATE ". USING AMOUNTS FROM PAY INPUT."
        END-IF.
    LOAD_STAT_RATES_EXIT.
*>標準報酬月額マスタの読み込み(承認済みの改定が支給日までに効いていれば改定後、
*>そうでなければ現在の等級の額。マスタが無ければ総支給額で計算する)
    LOAD_STD_REM_RTN SECTION.
        OPEN INPUT STD_REM_FILE.
        IF STD_REM_STATUS NOT = "00"
            THEN
                GO TO LOAD_STD_REM_EXIT
        END-IF.
        PERFORM UNTIL STD_REM_STATUS NOT = "00"
            READ STD_REM_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM LOAD_ONE_STD_REM_RTN
            END-READ
        END-PERFORM.
        CLOSE STD_REM_FILE.
    LOAD_STD_REM_EXIT.
*>標準報酬月額1行分(有効な額が無い行は表に載せない)
    LOAD_ONE_STD_REM_RTN SECTION.
        IF STD_TBL_SIZE >= 200
            THEN
                GO TO LOAD_ONE_STD_REM_EXIT
        END-IF.
        IF SRM_NEW_STATUS = "A"
                AND SRM_NEW_EFFECTIVE IS NUMERIC
                AND SRM_NEW_STANDARD IS NUMERIC
            THEN
                IF SRM_NEW_EFFECTIVE <= WK_PAY_DATE
                    THEN
                        ADD 1 TO STD_TBL_SIZE
                        SET STD_IDX TO STD_TBL_SIZE
                        MOVE SRM_EMPLOYEE TO STT_EMPLOYEE(STD_IDX)
                        MOVE SRM_NEW_STANDARD TO STT_STANDARD(STD_IDX)
                        GO TO LOAD_ONE_STD_REM_EXIT
                END-IF
        END-IF.
        IF SRM_CUR_EFFECTIVE IS NUMERIC
                AND SRM_CUR_STANDARD IS NUMERIC
            THEN
                IF SRM_CUR_EFFECTIVE <= WK_PAY_DATE
                    THEN
                        ADD 1 TO STD_TBL_SIZE
                        SET STD_IDX TO STD_TBL_SIZE
                        MOVE SRM_EMPLOYEE TO STT_EMPLOYEE(STD_IDX)
                        MOVE SRM_CUR_STANDARD TO STT_STANDARD(STD_IDX)
                END-IF
        END-IF.
    LOAD_ONE_STD_REM_EXIT.
*>年間累計マスタの読み込み(無ければ空から開始する)
    LOAD_YTD_RTN SECTION.
        OPEN INPUT PAY_YTD_FILE.
*>賞与実行:賞与源泉率で課税、定額(F)控除は適用せず、明細と送金は
*>PayDetailBonus.txt/BankOutboundBonus.txtへ。支給・手取りは
*>PayYtdMaster.txt末尾の賞与専用累計へも積まれる
*>StatRates.txtの等級表の行 = "B" 等級(2) 報酬月額の下限(7) 標準報酬月額(7)
*>(料率の版の行とは先頭が数字かどうかで見分ける。等級の決定はAPPLICATION_144)
*>StdRemMaster.txtで承認済みの標準報酬月額を持つ従業員は、通常月の健保・年金を
*>その額から計算する(賞与は従来どおり総支給額)
*>LeaverSettlement.txtで精算済み("S")の退職者は、精算した支給月の通常実行でだけ
*>支給対象になる(その月の支給入力はAPPLICATION_146が追記した最終精算の1行)
*>PayInput.txtの種別"E"の行(APPLICATION_149_EXPENSE_FEEDが追記)= 従業員(5) 金額(5)
*>健保(5)=0 年金(5)=0 "E" 経費区分(3)。源泉・保険・控除を掛けず、PayDetail/
*>PayHistory/PayYtdMasterには載せない(非課税)。送金は金額そのままの別レコード
*>PayExpenseDetail.txtの1行 = 従業員(5) 経費区分(3) 金額(5)(賞与実行は
*>PayExpenseBonus.txt、試算はPayTrialExpense.txt)
