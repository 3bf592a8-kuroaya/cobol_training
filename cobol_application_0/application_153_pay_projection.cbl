*>人件費予測 来期予算のため、在籍者(EmployeeMaster.txtの退職"T"以外)の現在の
*>月給(支給履歴PayHistory.txtの直近3か月の平均総支給額)から、向こう12か月の
*>総支給額・会社負担の健保と年金・人件費合計を月別×部門別に予測する
*>前提は予測シナリオファイル(PayProjScenario.txt)に書く。1行目の先頭4桁がシナリオ名で、
*>複数のシナリオを並べて予測できる(現状のままの"BASE"は常に先頭に付ける)
*>  R 昇給率  全社(部門"ALL")か部門別。部門別の行がある部門は全社の率に代えて部門の率
*>            を使う。適用月から後の月に掛かり、同じ部門の複数行は順に掛け合わせる
*>  S 料率    StatRates.txtの版の行と同じ形(適用開始日/版/健保/年金)。そのシナリオだけ
*>            StatRates.txtの行に足して、各月1日時点で最新の版を使う
*>  H 採用予定 部門・月額総支給・入社月・人数(昇給は掛けない)
*>  L 退職予定 従業員・最終支給月(その後の月は予測から外す)
*>会社負担の健保・年金は本人負担と同額(労使折半)とし、保険料の基礎は予測した総支給額
*>予測の開始月はPayProjParm.txtの1行目(YYYYMM)。無ければ業務日付の翌月
*>結果は人件費予測表(PayProjection.txt。シナリオごとの月別×部門別と年間合計、最後に
*>シナリオ比較)に印字してスプール台帳へ登録し、表計算用の予測データ
*>(PayProjectionData.txt)も出す。給与のファイルは読むだけで書き換えない
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_153_PAY_PROJECTION.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EMPLOYEE_MASTER_FILE
            ASSIGN TO "EmployeeMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EMPLOYEE_MASTER_STATUS.
        SELECT PAY_HISTORY_FILE
            ASSIGN TO "PayHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY_HISTORY_STATUS.
        SELECT STAT_RATES_FILE
            ASSIGN TO "StatRates.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STAT_RATES_STATUS.
        SELECT SCENARIO_FILE
            ASSIGN TO "PayProjScenario.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SCENARIO_STATUS.
        SELECT PROJ_PARM_FILE
            ASSIGN TO "PayProjParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROJ_PARM_STATUS.
        SELECT PROJ_DATA_FILE
            ASSIGN TO "PayProjectionData.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROJ_DATA_STATUS.
        SELECT PRINT_FILE ASSIGN TO "PayProjection.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD EMPLOYEE_MASTER_FILE.
        01 EMPLOYEE_MASTER_RECORD.
            05 EM_CODE PIC X(05).
            05 EM_BELONGS PIC X(03).
            05 EM_NAME PIC X(10).
            05 EM_FURIGANA PIC X(20).
            05 EM_STATUS PIC X(01).
        FD PAY_HISTORY_FILE.
        01 PAY_HISTORY_RECORD.
            05 PH_PERIOD PIC 9(06).
            05 FILLER PIC X(01).
            05 PH_EMPLOYEE_ID PIC X(05).
            05 FILLER PIC X(01).
            05 PH_GROSS PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_TAX PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_HEALTH PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_PENSION PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_OTHER PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_NET PIC 9(05).
        FD STAT_RATES_FILE.
        01 STAT_RATES_RECORD.
            05 SR_EFFECTIVE PIC 9(08).
            05 FILLER PIC X(01).
            05 SR_VERSION PIC X(04).
            05 FILLER PIC X(01).
            05 SR_HEALTH_RATE PIC 9(02)V9(02).
            05 FILLER PIC X(01).
            05 SR_PENSION_RATE PIC 9(02)V9(02).
            05 FILLER PIC X(01).
            05 SR_BONUS_RATE PIC X(04).
*>予測シナリオ(シナリオ名(4) 種別(1) 以降は種別ごとの形。SCENARIO_VIEWで読み分ける)
        FD SCENARIO_FILE.
        01 SCENARIO_RECORD.
            05 SCN_ID PIC X(04).
            05 FILLER PIC X(01).
            05 SCN_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 SCN_DATA PIC X(33).
        FD PROJ_PARM_FILE.
        01 PROJ_PARM_RECORD.
            05 PROJ_PARM_VALUE PIC X(06).
*>予測データ(シナリオ・月・部門ごとに1行)
        FD PROJ_DATA_FILE.
        01 PROJ_DATA_RECORD.
            05 PJD_SCENARIO PIC X(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PJD_MONTH PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PJD_DEPT PIC X(03).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PJD_GROSS PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PJD_HEALTH PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PJD_PENSION PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PJD_TOTAL PIC 9(11).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 EMPLOYEE_MASTER_STATUS PIC XX.
        01 PAY_HISTORY_STATUS PIC XX.
        01 STAT_RATES_STATUS PIC XX.
        01 SCENARIO_STATUS PIC XX.
        01 PROJ_PARM_STATUS PIC XX.
        01 PROJ_DATA_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_START_MONTH PIC 9(06).
*>予測する12か月(YYYYMM)
        01 WK_MONTH_AREA.
            05 WK_MONTH PIC 9(06) OCCURS 12.
        01 WK_CALC_MONTH.
            05 WK_CALC_YEAR PIC 9(04).
            05 WK_CALC_MM PIC 9(02).
        01 WK_CALC_MONTH_NUM REDEFINES WK_CALC_MONTH PIC 9(06).
        01 WK_MONTH_FIRST PIC 9(08).
*>在籍者テーブル(所属と直近3か月の総支給額。平均が予測の起点)
        01 EMP_TBL_MASTER.
            05 EMP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 EMP_TBL OCCURS 0 TO 200
                DEPENDING ON EMP_TBL_SIZE
                INDEXED BY EMP_IDX.
                10 ETB_CODE PIC X(05).
                10 ETB_BELONGS PIC X(03).
                10 ETB_LAST_PERIOD PIC 9(06).
                10 ETB_HIST_CNT PIC 9(01).
                10 ETB_HIST_GROSS PIC 9(05) OCCURS 3.
                10 ETB_BASE_GROSS PIC 9(07).
        01 WK_HIST_SUB PIC 9(01).
        01 WK_HIST_TOTAL PIC 9(07).
        01 WK_NOPAY_CNT PIC 9(03) VALUE ZERO.
*>部門テーブル(在籍者と採用予定の部門。予測表の行の順)
        01 DEPT_TBL_MASTER.
            05 DEPT_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 DEPT_TBL OCCURS 0 TO 20
                DEPENDING ON DEPT_TBL_SIZE
                INDEXED BY DEPT_IDX.
                10 DPT_CODE PIC X(03).
        01 WK_DEPT_SUB PIC 9(02).
        01 WK_FIND_DEPT PIC X(03).
*>StatRates.txtの料率の版(等級表の"B"行は読まない)
        01 RATE_TBL_MASTER.
            05 RATE_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 RATE_TBL OCCURS 0 TO 20
                DEPENDING ON RATE_TBL_SIZE
                INDEXED BY RATE_IDX.
                10 RTE_EFFECTIVE PIC 9(08).
                10 RTE_HEALTH PIC 9(02)V9(02).
                10 RTE_PENSION PIC 9(02)V9(02).
*>シナリオ名(1番目は常に現状のままのBASE)
        01 SCN_NAME_MASTER.
            05 SCN_NAME_SIZE PIC 9(01) VALUE 1.
            05 SCN_NAME PIC X(04) OCCURS 6 VALUE "BASE".
        01 WK_SCN_SUB PIC 9(01).
*>シナリオの前提の行(シナリオ番号つきでそのまま持つ)
        01 SCR_TBL_MASTER.
            05 SCR_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SCR_TBL OCCURS 0 TO 300
                DEPENDING ON SCR_TBL_SIZE
                INDEXED BY SCR_IDX.
                10 SRT_SCN PIC 9(01).
                10 SRT_RECORD PIC X(40).
        01 WK_SCR_SUB PIC 9(03).
*>シナリオの行の種別ごとの見方
        01 SCENARIO_VIEW PIC X(40).
        01 SCV_RISE REDEFINES SCENARIO_VIEW.
            05 FILLER PIC X(07).
            05 SCV_RISE_DEPT PIC X(03).
            05 FILLER PIC X(01).
            05 SCV_RISE_PCT PIC 9(02)V9(02).
            05 FILLER PIC X(01).
            05 SCV_RISE_MONTH PIC 9(06).
            05 FILLER PIC X(18).
        01 SCV_RATE REDEFINES SCENARIO_VIEW.
            05 FILLER PIC X(07).
            05 SCV_RATE_EFFECTIVE PIC 9(08).
            05 FILLER PIC X(01).
            05 SCV_RATE_VERSION PIC X(04).
            05 FILLER PIC X(01).
            05 SCV_RATE_HEALTH PIC 9(02)V9(02).
            05 FILLER PIC X(01).
            05 SCV_RATE_PENSION PIC 9(02)V9(02).
            05 FILLER PIC X(10).
        01 SCV_HIRE REDEFINES SCENARIO_VIEW.
            05 FILLER PIC X(07).
            05 SCV_HIRE_DEPT PIC X(03).
            05 FILLER PIC X(01).
            05 SCV_HIRE_GROSS PIC 9(07).
            05 FILLER PIC X(01).
            05 SCV_HIRE_MONTH PIC 9(06).
            05 FILLER PIC X(01).
            05 SCV_HIRE_COUNT PIC 9(03).
            05 FILLER PIC X(11).
        01 SCV_LEAVE REDEFINES SCENARIO_VIEW.
            05 FILLER PIC X(07).
            05 SCV_LEAVE_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 SCV_LEAVE_MONTH PIC 9(06).
            05 FILLER PIC X(21).
        01 WK_SCN_FOUND PIC 9(01).
        01 WK_BAD_ROW_CNT PIC 9(03) VALUE ZERO.
*>予測の集計(シナリオ×月×部門)
        01 PRJ_TBL.
            05 PRJ_SCN OCCURS 6.
                10 PRJ_MONTH OCCURS 12.
                    15 PRJ_DEPT OCCURS 20.
                        20 PRJ_GROSS PIC 9(11).
                        20 PRJ_HEALTH PIC 9(11).
                        20 PRJ_PENSION PIC 9(11).
        01 WK_MONTH_SUB PIC 9(02).
*>1か月分の計算
        01 WK_HEALTH_RATE PIC 9(02)V9(02).
        01 WK_PENSION_RATE PIC 9(02)V9(02).
        01 WK_RATE_DATE PIC 9(08).
        01 WK_FACTOR_ALL PIC 9(03)V9(06).
        01 WK_FACTOR_DEPT PIC 9(03)V9(06).
        01 WK_DEPT_RISE_SW PIC X(01).
        01 WK_LEAVER_SW PIC X(01).
        01 WK_GROSS PIC 9(09).
        01 WK_HEALTH PIC 9(09).
        01 WK_PENSION PIC 9(09).
*>合計
        01 WK_SUM_AREA.
            05 WK_SUM_GROSS PIC 9(11).
            05 WK_SUM_HEALTH PIC 9(11).
            05 WK_SUM_PENSION PIC 9(11).
        01 WK_SCN_TOTAL_AREA.
            05 WK_SCN_TOTAL OCCURS 6.
                10 WK_SCN_GROSS PIC 9(11).
                10 WK_SCN_HEALTH PIC 9(11).
                10 WK_SCN_PENSION PIC 9(11).
        01 WK_DIFF PIC S9(11).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "PayProjection.txt".
*>帳票行(見出し/前提/項目名/明細/合計/比較)
        01 PPJ_TITLE_LINE.
            05 PIC X(32) VALUE "*** PAYROLL COST PROJECTION ***".
            05 PIC X(10) VALUE "SCENARIO: ".
            05 PPJ_SCENARIO PIC X(04).
            05 PIC X(07) VALUE "  FROM ".
            05 PPJ_FROM PIC 9(06).
            05 PIC X(04) VALUE " TO ".
            05 PPJ_TO PIC 9(06).
            05 PIC X(11) VALUE SPACE.
        01 PPJ_ASSUME_LINE.
            05 PIC X(12) VALUE "ASSUMPTION: ".
            05 PPJ_ASSUME PIC X(40).
            05 PIC X(28) VALUE SPACE.
        01 PPJ_NO_ASSUME_LINE.
            05 PIC X(80) VALUE
                "ASSUMPTION: CURRENT PAY AND STAT RATE TABLE, NO CHANGE".
        01 PPJ_COLUMN_LINE.
            05 PIC X(40) VALUE
                "MONTH  DEPT          GROSS   ER HEALTH  ".
            05 PIC X(40) VALUE
                "ER PENSION     TOTAL COST".
        01 PPJ_DETAIL_LINE.
            05 PPJ_MONTH PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 PPJ_DEPT PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 PPJ_GROSS PIC Z,ZZZ,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 PPJ_HEALTH PIC ZZZ,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 PPJ_PENSION PIC ZZZ,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 PPJ_TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 PIC X(15) VALUE SPACE.
        01 PPJ_COMPARE_TITLE_LINE.
            05 PIC X(36) VALUE "*** PAYROLL COST PROJECTION ***".
            05 PIC X(22) VALUE "SCENARIO COMPARISON  ".
            05 PPJ_CMP_FROM PIC 9(06).
            05 PIC X(01) VALUE "-".
            05 PPJ_CMP_TO PIC 9(06).
            05 PIC X(09) VALUE SPACE.
        01 PPJ_COMPARE_COLUMN_LINE.
            05 PIC X(40) VALUE
                "SCEN         GROSS     ER HEALTH    ER P".
            05 PIC X(40) VALUE
                "ENSION     TOTAL COST  DIFF TO BASE".
        01 PPJ_COMPARE_LINE.
            05 PPJ_CMP_SCENARIO PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 PPJ_CMP_GROSS PIC Z,ZZZ,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 PPJ_CMP_HEALTH PIC Z,ZZZ,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 PPJ_CMP_PENSION PIC Z,ZZZ,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 PPJ_CMP_TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 PPJ_CMP_DIFF PIC -,---,---,--9.
            05 PIC X(05) VALUE SPACE.
        01 PPJ_NOTE_LINE.
            05 PPJ_NOTE PIC X(60).
            05 PPJ_NOTE_CNT PIC ZZ9.
            05 PIC X(17) VALUE SPACE.
PROCEDURE DIVISION.
    PAY_PROJECTION_RTN SECTION.
    *>初期処理(開始月、在籍者と現在の月給、料率、シナリオの読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM SET_MONTHS_RTN.
        PERFORM LOAD_EMP_RTN.
        IF EMP_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO ACTIVE EMPLOYEES IN EMPLOYEE MASTER."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD_HISTORY_RTN.
        PERFORM LOAD_STAT_RATES_RTN.
        PERFORM LOAD_SCENARIO_RTN.
        INITIALIZE PRJ_TBL WK_SCN_TOTAL_AREA.
    *>主処理(シナリオごと・月ごとに在籍者と採用予定を積み上げる)
        PERFORM PROJECT_SCENARIO_RTN
            VARYING WK_SCN_SUB FROM 1 BY 1
            UNTIL WK_SCN_SUB > SCN_NAME_SIZE.
    *>終了処理(予測表・予測データの書き出し、スプール台帳への登録)
        OPEN OUTPUT PRINT_FILE.
        OPEN OUTPUT PROJ_DATA_FILE.
        PERFORM PRINT_SCENARIO_RTN
            VARYING WK_SCN_SUB FROM 1 BY 1
            UNTIL WK_SCN_SUB > SCN_NAME_SIZE.
        PERFORM PRINT_COMPARE_RTN.
        CLOSE PRINT_FILE PROJ_DATA_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "PAY PROJECTION END. SCENARIOS:" SCN_NAME_SIZE
            " EMPLOYEES:" EMP_TBL_SIZE " FROM " WK_MONTH(1).
        IF WK_NOPAY_CNT > ZERO OR WK_BAD_ROW_CNT > ZERO
            THEN
                DISPLAY "EMPLOYEES WITHOUT PAY HISTORY: " WK_NOPAY_CNT
                    " SCENARIO ROWS IGNORED: " WK_BAD_ROW_CNT
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    PAY_PROJECTION_EXIT.
    *>1.シナリオ1本分の予測
    PROJECT_SCENARIO_RTN SECTION.
        PERFORM PROJECT_MONTH_RTN
            VARYING WK_MONTH_SUB FROM 1 BY 1
            UNTIL WK_MONTH_SUB > 12.
    PROJECT_SCENARIO_EXIT.
    *>1-1.1か月分の予測(その月1日時点の料率で在籍者と採用予定を積む)
    PROJECT_MONTH_RTN SECTION.
        COMPUTE WK_RATE_DATE = WK_MONTH(WK_MONTH_SUB) * 100 + 1.
        PERFORM SELECT_RATE_RTN.
        PERFORM PROJECT_EMP_RTN
            VARYING EMP_IDX FROM 1 BY 1
            UNTIL EMP_IDX > EMP_TBL_SIZE.
        PERFORM PROJECT_HIRE_RTN
            VARYING WK_SCR_SUB FROM 1 BY 1
            UNTIL WK_SCR_SUB > SCR_TBL_SIZE.
    PROJECT_MONTH_EXIT.
    *>1-1-1.在籍者1名の1か月分(退職予定の後の月は外し、昇給率を掛ける)
    PROJECT_EMP_RTN SECTION.
        MOVE "N" TO WK_LEAVER_SW.
        MOVE 1 TO WK_FACTOR_ALL WK_FACTOR_DEPT.
        MOVE "N" TO WK_DEPT_RISE_SW.
        PERFORM VARYING WK_SCR_SUB FROM 1 BY 1
                UNTIL WK_SCR_SUB > SCR_TBL_SIZE
            IF SRT_SCN(WK_SCR_SUB) = WK_SCN_SUB
                THEN
                    MOVE SRT_RECORD(WK_SCR_SUB) TO SCENARIO_VIEW
                    EVALUATE SCENARIO_VIEW(6:1)
                        WHEN "L"
                            IF SCV_LEAVE_EMPLOYEE = ETB_CODE(EMP_IDX)
                                    AND SCV_LEAVE_MONTH
                                        < WK_MONTH(WK_MONTH_SUB)
                                THEN
                                    MOVE "Y" TO WK_LEAVER_SW
                            END-IF
                        WHEN "R"
                            PERFORM APPLY_RISE_RTN
                    END-EVALUATE
            END-IF
        END-PERFORM.
        IF WK_LEAVER_SW = "Y" OR ETB_BASE_GROSS(EMP_IDX) = ZERO
            THEN
                GO TO PROJECT_EMP_EXIT
        END-IF.
        IF WK_DEPT_RISE_SW = "Y"
            THEN
                COMPUTE WK_GROSS ROUNDED =
                    ETB_BASE_GROSS(EMP_IDX) * WK_FACTOR_DEPT
            ELSE
                COMPUTE WK_GROSS ROUNDED =
                    ETB_BASE_GROSS(EMP_IDX) * WK_FACTOR_ALL
        END-IF.
        MOVE ETB_BELONGS(EMP_IDX) TO WK_FIND_DEPT.
        PERFORM ADD_CELL_RTN.
    PROJECT_EMP_EXIT.
    *>1-1-1-1.昇給の行1行分(部門の行があれば、適用月に関係なくその部門は部門の率)
    APPLY_RISE_RTN SECTION.
        IF SCV_RISE_DEPT = ETB_BELONGS(EMP_IDX)
            THEN
                MOVE "Y" TO WK_DEPT_RISE_SW
                IF SCV_RISE_MONTH NOT > WK_MONTH(WK_MONTH_SUB)
                    THEN
                        COMPUTE WK_FACTOR_DEPT ROUNDED = WK_FACTOR_DEPT
                            * (1 + SCV_RISE_PCT / 100)
                END-IF
        END-IF.
        IF SCV_RISE_DEPT = "ALL"
                AND SCV_RISE_MONTH NOT > WK_MONTH(WK_MONTH_SUB)
            THEN
                COMPUTE WK_FACTOR_ALL ROUNDED = WK_FACTOR_ALL
                    * (1 + SCV_RISE_PCT / 100)
        END-IF.
    APPLY_RISE_EXIT.
    *>1-1-2.採用予定1行分(入社月から、月額×人数を積む)
    PROJECT_HIRE_RTN SECTION.
        IF SRT_SCN(WK_SCR_SUB) NOT = WK_SCN_SUB
            THEN
                GO TO PROJECT_HIRE_EXIT
        END-IF.
        MOVE SRT_RECORD(WK_SCR_SUB) TO SCENARIO_VIEW.
        IF SCENARIO_VIEW(6:1) NOT = "H"
                OR SCV_HIRE_MONTH > WK_MONTH(WK_MONTH_SUB)
            THEN
                GO TO PROJECT_HIRE_EXIT
        END-IF.
        COMPUTE WK_GROSS = SCV_HIRE_GROSS * SCV_HIRE_COUNT.
        MOVE SCV_HIRE_DEPT TO WK_FIND_DEPT.
        PERFORM ADD_CELL_RTN.
    PROJECT_HIRE_EXIT.
    *>1-2.総支給額(WK_GROSS)と会社負担の保険料を部門の枠へ積む
    ADD_CELL_RTN SECTION.
        PERFORM FIND_DEPT_RTN.
        IF WK_DEPT_SUB = ZERO
            THEN
                GO TO ADD_CELL_EXIT
        END-IF.
        COMPUTE WK_HEALTH ROUNDED = WK_GROSS * WK_HEALTH_RATE / 100.
        COMPUTE WK_PENSION ROUNDED = WK_GROSS * WK_PENSION_RATE / 100.
        ADD WK_GROSS
            TO PRJ_GROSS(WK_SCN_SUB, WK_MONTH_SUB, WK_DEPT_SUB)
            WK_SCN_GROSS(WK_SCN_SUB).
        ADD WK_HEALTH
            TO PRJ_HEALTH(WK_SCN_SUB, WK_MONTH_SUB, WK_DEPT_SUB)
            WK_SCN_HEALTH(WK_SCN_SUB).
        ADD WK_PENSION
            TO PRJ_PENSION(WK_SCN_SUB, WK_MONTH_SUB, WK_DEPT_SUB)
            WK_SCN_PENSION(WK_SCN_SUB).
    ADD_CELL_EXIT.
    *>1-3.部門の位置(WK_FIND_DEPTを探し、無ければ足す。満杯なら0)
    FIND_DEPT_RTN SECTION.
        SET DEPT_IDX TO 1.
        SEARCH DEPT_TBL
            AT END
                IF DEPT_TBL_SIZE < 20
                    THEN
                        ADD 1 TO DEPT_TBL_SIZE
                        MOVE WK_FIND_DEPT TO DPT_CODE(DEPT_TBL_SIZE)
                        MOVE DEPT_TBL_SIZE TO WK_DEPT_SUB
                    ELSE
                        MOVE ZERO TO WK_DEPT_SUB
                END-IF
            WHEN DPT_CODE(DEPT_IDX) = WK_FIND_DEPT
                SET WK_DEPT_SUB TO DEPT_IDX
        END-SEARCH.
    FIND_DEPT_EXIT.
    *>1-4.その月1日時点で最新の料率(StatRates.txtとそのシナリオの料率の行から選ぶ)
    SELECT_RATE_RTN SECTION.
        MOVE ZERO TO WK_HEALTH_RATE WK_PENSION_RATE.
        MOVE ZERO TO WK_MONTH_FIRST.
        PERFORM VARYING RATE_IDX FROM 1 BY 1
                UNTIL RATE_IDX > RATE_TBL_SIZE
            IF RTE_EFFECTIVE(RATE_IDX) NOT > WK_RATE_DATE
                    AND RTE_EFFECTIVE(RATE_IDX) NOT < WK_MONTH_FIRST
                THEN
                    MOVE RTE_EFFECTIVE(RATE_IDX) TO WK_MONTH_FIRST
                    MOVE RTE_HEALTH(RATE_IDX) TO WK_HEALTH_RATE
                    MOVE RTE_PENSION(RATE_IDX) TO WK_PENSION_RATE
            END-IF
        END-PERFORM.
        PERFORM VARYING WK_SCR_SUB FROM 1 BY 1
                UNTIL WK_SCR_SUB > SCR_TBL_SIZE
            IF SRT_SCN(WK_SCR_SUB) = WK_SCN_SUB
                THEN
                    MOVE SRT_RECORD(WK_SCR_SUB) TO SCENARIO_VIEW
                    IF SCENARIO_VIEW(6:1) = "S"
                            AND SCV_RATE_EFFECTIVE NOT > WK_RATE_DATE
                            AND SCV_RATE_EFFECTIVE
                                NOT < WK_MONTH_FIRST
                        THEN
                            MOVE SCV_RATE_EFFECTIVE TO WK_MONTH_FIRST
                            MOVE SCV_RATE_HEALTH TO WK_HEALTH_RATE
                            MOVE SCV_RATE_PENSION TO WK_PENSION_RATE
                    END-IF
            END-IF
        END-PERFORM.
    SELECT_RATE_EXIT.
    *>2.シナリオ1本分の予測表(前提、月別×部門別、部門別の年間合計)と予測データ
    PRINT_SCENARIO_RTN SECTION.
        MOVE SCN_NAME(WK_SCN_SUB) TO PPJ_SCENARIO.
        MOVE WK_MONTH(1) TO PPJ_FROM.
        MOVE WK_MONTH(12) TO PPJ_TO.
        WRITE PRINT_RECORD FROM PPJ_TITLE_LINE AFTER PAGE.
        IF WK_SCN_SUB = 1
            THEN
                WRITE PRINT_RECORD FROM PPJ_NO_ASSUME_LINE AFTER 1 LINE
        END-IF.
        PERFORM VARYING WK_SCR_SUB FROM 1 BY 1
                UNTIL WK_SCR_SUB > SCR_TBL_SIZE
            IF SRT_SCN(WK_SCR_SUB) = WK_SCN_SUB
                THEN
                    MOVE SRT_RECORD(WK_SCR_SUB) TO PPJ_ASSUME
                    WRITE PRINT_RECORD FROM PPJ_ASSUME_LINE
                        AFTER 1 LINE
            END-IF
        END-PERFORM.
        WRITE PRINT_RECORD FROM PPJ_COLUMN_LINE AFTER 2 LINE.
        PERFORM PRINT_MONTH_RTN
            VARYING WK_MONTH_SUB FROM 1 BY 1
            UNTIL WK_MONTH_SUB > 12.
    *>部門別の年間合計
        MOVE SPACE TO PRINT_RECORD.
        WRITE PRINT_RECORD AFTER 1 LINE.
        PERFORM VARYING WK_DEPT_SUB FROM 1 BY 1
                UNTIL WK_DEPT_SUB > DEPT_TBL_SIZE
            INITIALIZE WK_SUM_AREA
            PERFORM VARYING WK_MONTH_SUB FROM 1 BY 1
                    UNTIL WK_MONTH_SUB > 12
                ADD PRJ_GROSS(WK_SCN_SUB, WK_MONTH_SUB, WK_DEPT_SUB)
                    TO WK_SUM_GROSS
                ADD PRJ_HEALTH(WK_SCN_SUB, WK_MONTH_SUB, WK_DEPT_SUB)
                    TO WK_SUM_HEALTH
                ADD PRJ_PENSION(WK_SCN_SUB, WK_MONTH_SUB, WK_DEPT_SUB)
                    TO WK_SUM_PENSION
            END-PERFORM
            MOVE "YEAR" TO PPJ_MONTH
            MOVE DPT_CODE(WK_DEPT_SUB) TO PPJ_DEPT
            PERFORM WRITE_AMOUNT_LINE_RTN
        END-PERFORM.
        MOVE WK_SCN_GROSS(WK_SCN_SUB) TO WK_SUM_GROSS.
        MOVE WK_SCN_HEALTH(WK_SCN_SUB) TO WK_SUM_HEALTH.
        MOVE WK_SCN_PENSION(WK_SCN_SUB) TO WK_SUM_PENSION.
        MOVE "YEAR" TO PPJ_MONTH.
        MOVE "TOTAL" TO PPJ_DEPT.
        PERFORM WRITE_AMOUNT_LINE_RTN.
    PRINT_SCENARIO_EXIT.
    *>2-1.1か月分の部門別の行と月合計(部門別の行は予測データへも出す)
    PRINT_MONTH_RTN SECTION.
        MOVE SPACE TO PRINT_RECORD.
        WRITE PRINT_RECORD AFTER 1 LINE.
        PERFORM VARYING WK_DEPT_SUB FROM 1 BY 1
                UNTIL WK_DEPT_SUB > DEPT_TBL_SIZE
            MOVE PRJ_GROSS(WK_SCN_SUB, WK_MONTH_SUB, WK_DEPT_SUB)
                TO WK_SUM_GROSS
            MOVE PRJ_HEALTH(WK_SCN_SUB, WK_MONTH_SUB, WK_DEPT_SUB)
                TO WK_SUM_HEALTH
            MOVE PRJ_PENSION(WK_SCN_SUB, WK_MONTH_SUB, WK_DEPT_SUB)
                TO WK_SUM_PENSION
            MOVE WK_MONTH(WK_MONTH_SUB) TO PPJ_MONTH
            MOVE DPT_CODE(WK_DEPT_SUB) TO PPJ_DEPT
            PERFORM WRITE_AMOUNT_LINE_RTN
            MOVE SPACE TO PROJ_DATA_RECORD
            MOVE SCN_NAME(WK_SCN_SUB) TO PJD_SCENARIO
            MOVE WK_MONTH(WK_MONTH_SUB) TO PJD_MONTH
            MOVE DPT_CODE(WK_DEPT_SUB) TO PJD_DEPT
            MOVE WK_SUM_GROSS TO PJD_GROSS
            MOVE WK_SUM_HEALTH TO PJD_HEALTH
            MOVE WK_SUM_PENSION TO PJD_PENSION
            COMPUTE PJD_TOTAL =
                WK_SUM_GROSS + WK_SUM_HEALTH + WK_SUM_PENSION
            WRITE PROJ_DATA_RECORD
        END-PERFORM.
        INITIALIZE WK_SUM_AREA.
        PERFORM VARYING WK_DEPT_SUB FROM 1 BY 1
                UNTIL WK_DEPT_SUB > DEPT_TBL_SIZE
            ADD PRJ_GROSS(WK_SCN_SUB, WK_MONTH_SUB, WK_DEPT_SUB)
                TO WK_SUM_GROSS
            ADD PRJ_HEALTH(WK_SCN_SUB, WK_MONTH_SUB, WK_DEPT_SUB)
                TO WK_SUM_HEALTH
            ADD PRJ_PENSION(WK_SCN_SUB, WK_MONTH_SUB, WK_DEPT_SUB)
                TO WK_SUM_PENSION
        END-PERFORM.
        MOVE WK_MONTH(WK_MONTH_SUB) TO PPJ_MONTH.
        MOVE "TOTAL" TO PPJ_DEPT.
        PERFORM WRITE_AMOUNT_LINE_RTN.
    PRINT_MONTH_EXIT.
    *>2-2.金額の行(WK_SUM_AREAと月・部門の欄は呼び出し側で設定)
    WRITE_AMOUNT_LINE_RTN SECTION.
        MOVE WK_SUM_GROSS TO PPJ_GROSS.
        MOVE WK_SUM_HEALTH TO PPJ_HEALTH.
        MOVE WK_SUM_PENSION TO PPJ_PENSION.
        COMPUTE PPJ_TOTAL =
            WK_SUM_GROSS + WK_SUM_HEALTH + WK_SUM_PENSION.
        WRITE PRINT_RECORD FROM PPJ_DETAIL_LINE AFTER 1 LINE.
    WRITE_AMOUNT_LINE_EXIT.
    *>3.シナリオ比較(年間の総支給・会社負担・人件費合計とBASEとの差)
    PRINT_COMPARE_RTN SECTION.
        MOVE WK_MONTH(1) TO PPJ_CMP_FROM.
        MOVE WK_MONTH(12) TO PPJ_CMP_TO.
        WRITE PRINT_RECORD FROM PPJ_COMPARE_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM PPJ_COMPARE_COLUMN_LINE AFTER 2 LINE.
        PERFORM VARYING WK_SCN_SUB FROM 1 BY 1
                UNTIL WK_SCN_SUB > SCN_NAME_SIZE
            MOVE SCN_NAME(WK_SCN_SUB) TO PPJ_CMP_SCENARIO
            MOVE WK_SCN_GROSS(WK_SCN_SUB) TO PPJ_CMP_GROSS
            MOVE WK_SCN_HEALTH(WK_SCN_SUB) TO PPJ_CMP_HEALTH
            MOVE WK_SCN_PENSION(WK_SCN_SUB) TO PPJ_CMP_PENSION
            COMPUTE PPJ_CMP_TOTAL = WK_SCN_GROSS(WK_SCN_SUB)
                + WK_SCN_HEALTH(WK_SCN_SUB)
                + WK_SCN_PENSION(WK_SCN_SUB)
            COMPUTE WK_DIFF = WK_SCN_GROSS(WK_SCN_SUB)
                + WK_SCN_HEALTH(WK_SCN_SUB)
                + WK_SCN_PENSION(WK_SCN_SUB)
                - WK_SCN_GROSS(1) - WK_SCN_HEALTH(1)
                - WK_SCN_PENSION(1)
            MOVE WK_DIFF TO PPJ_CMP_DIFF
            WRITE PRINT_RECORD FROM PPJ_COMPARE_LINE AFTER 1 LINE
        END-PERFORM.
        IF WK_NOPAY_CNT > ZERO
            THEN
                MOVE "ACTIVE EMPLOYEES WITHOUT PAY HISTORY (NOT PROJECTED):"
                    TO PPJ_NOTE
                MOVE WK_NOPAY_CNT TO PPJ_NOTE_CNT
                WRITE PRINT_RECORD FROM PPJ_NOTE_LINE AFTER 2 LINE
        END-IF.
        IF WK_BAD_ROW_CNT > ZERO
            THEN
                MOVE "SCENARIO ROWS IGNORED (BAD FORMAT OR TOO MANY):"
                    TO PPJ_NOTE
                MOVE WK_BAD_ROW_CNT TO PPJ_NOTE_CNT
                WRITE PRINT_RECORD FROM PPJ_NOTE_LINE AFTER 1 LINE
        END-IF.
    PRINT_COMPARE_EXIT.
    *>4.予測する12か月(開始月はPayProjParm.txtの1行目、無ければ業務日付の翌月)
    SET_MONTHS_RTN SECTION.
        MOVE WK_TODAY(1:6) TO WK_CALC_MONTH_NUM.
        ADD 1 TO WK_CALC_MM.
        IF WK_CALC_MM > 12
            THEN
                MOVE 1 TO WK_CALC_MM
                ADD 1 TO WK_CALC_YEAR
        END-IF.
        OPEN INPUT PROJ_PARM_FILE.
        IF PROJ_PARM_STATUS = "00"
            THEN
                READ PROJ_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PROJ_PARM_VALUE IS NUMERIC
                                AND PROJ_PARM_VALUE(5:2) >= "01"
                                AND PROJ_PARM_VALUE(5:2) <= "12"
                            THEN
                                MOVE PROJ_PARM_VALUE
                                    TO WK_CALC_MONTH_NUM
                        END-IF
                END-READ
                CLOSE PROJ_PARM_FILE
        END-IF.
        PERFORM VARYING WK_MONTH_SUB FROM 1 BY 1
                UNTIL WK_MONTH_SUB > 12
            MOVE WK_CALC_MONTH_NUM TO WK_MONTH(WK_MONTH_SUB)
            ADD 1 TO WK_CALC_MM
            IF WK_CALC_MM > 12
                THEN
                    MOVE 1 TO WK_CALC_MM
                    ADD 1 TO WK_CALC_YEAR
            END-IF
        END-PERFORM.
    SET_MONTHS_EXIT.
    *>5.在籍者の読み込み(退職"T"は除く。部門も拾う)
    LOAD_EMP_RTN SECTION.
        OPEN INPUT EMPLOYEE_MASTER_FILE.
        IF EMPLOYEE_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD_EMP_EXIT
        END-IF.
        PERFORM UNTIL EMPLOYEE_MASTER_STATUS NOT = "00"
            READ EMPLOYEE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF EM_STATUS NOT = "T" AND EMP_TBL_SIZE < 200
                        THEN
                            ADD 1 TO EMP_TBL_SIZE
                            SET EMP_IDX TO EMP_TBL_SIZE
                            INITIALIZE EMP_TBL(EMP_IDX)
                            MOVE EM_CODE TO ETB_CODE(EMP_IDX)
                            MOVE EM_BELONGS TO ETB_BELONGS(EMP_IDX)
                            MOVE EM_BELONGS TO WK_FIND_DEPT
                            PERFORM FIND_DEPT_RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPLOYEE_MASTER_FILE.
    LOAD_EMP_EXIT.
    *>6.支給履歴の読み込み(従業員ごとに直近3か月の総支給額を持ち、平均を起点にする)
    *>同じ月の2行目(同月の賞与実行)は月給ではないので読み飛ばす
    LOAD_HISTORY_RTN SECTION.
        OPEN INPUT PAY_HISTORY_FILE.
        IF PAY_HISTORY_STATUS NOT = "00"
            THEN
                GO TO LOAD_HISTORY_END
        END-IF.
        PERFORM UNTIL PAY_HISTORY_STATUS NOT = "00"
            READ PAY_HISTORY_FILE
                AT END
                    CONTINUE
                NOT AT END
                    SET EMP_IDX TO 1
                    SEARCH EMP_TBL
                        AT END
                            CONTINUE
                        WHEN ETB_CODE(EMP_IDX) = PH_EMPLOYEE_ID
                            PERFORM KEEP_HISTORY_RTN
                    END-SEARCH
            END-READ
        END-PERFORM.
        CLOSE PAY_HISTORY_FILE.
    LOAD_HISTORY_END.
        PERFORM VARYING EMP_IDX FROM 1 BY 1
                UNTIL EMP_IDX > EMP_TBL_SIZE
            IF ETB_HIST_CNT(EMP_IDX) = ZERO
                THEN
                    ADD 1 TO WK_NOPAY_CNT
                    DISPLAY "NO PAY HISTORY: " ETB_CODE(EMP_IDX)
                ELSE
                    MOVE ZERO TO WK_HIST_TOTAL
                    PERFORM VARYING WK_HIST_SUB FROM 1 BY 1
                            UNTIL WK_HIST_SUB > ETB_HIST_CNT(EMP_IDX)
                        ADD ETB_HIST_GROSS(EMP_IDX, WK_HIST_SUB)
                            TO WK_HIST_TOTAL
                    END-PERFORM
                    COMPUTE ETB_BASE_GROSS(EMP_IDX) ROUNDED =
                        WK_HIST_TOTAL / ETB_HIST_CNT(EMP_IDX)
            END-IF
        END-PERFORM.
    LOAD_HISTORY_EXIT.
    *>6-1.1か月分の総支給額を直近3か月の枠へ入れる(古い月を押し出す)
    KEEP_HISTORY_RTN SECTION.
        IF PH_PERIOD = ETB_LAST_PERIOD(EMP_IDX)
            THEN
                GO TO KEEP_HISTORY_EXIT
        END-IF.
        MOVE PH_PERIOD TO ETB_LAST_PERIOD(EMP_IDX).
        IF ETB_HIST_CNT(EMP_IDX) < 3
            THEN
                ADD 1 TO ETB_HIST_CNT(EMP_IDX)
            ELSE
                MOVE ETB_HIST_GROSS(EMP_IDX, 2)
                    TO ETB_HIST_GROSS(EMP_IDX, 1)
                MOVE ETB_HIST_GROSS(EMP_IDX, 3)
                    TO ETB_HIST_GROSS(EMP_IDX, 2)
        END-IF.
        MOVE PH_GROSS
            TO ETB_HIST_GROSS(EMP_IDX, ETB_HIST_CNT(EMP_IDX)).
    KEEP_HISTORY_EXIT.
    *>7.StatRates.txtの料率の版の読み込み(等級表の"B"行は読み飛ばす)
    LOAD_STAT_RATES_RTN SECTION.
        OPEN INPUT STAT_RATES_FILE.
        IF STAT_RATES_STATUS NOT = "00"
            THEN
                DISPLAY "STAT RATE TABLE NOT FOUND. INSURANCE NOT PROJECTED"
                    " UNLESS SCENARIO GIVES RATES."
                GO TO LOAD_STAT_RATES_EXIT
        END-IF.
        PERFORM UNTIL STAT_RATES_STATUS NOT = "00"
            READ STAT_RATES_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RATE_TBL_SIZE < 20 AND SR_EFFECTIVE IS NUMERIC
                        THEN
                            ADD 1 TO RATE_TBL_SIZE
                            MOVE SR_EFFECTIVE
                                TO RTE_EFFECTIVE(RATE_TBL_SIZE)
                            MOVE SR_HEALTH_RATE
                                TO RTE_HEALTH(RATE_TBL_SIZE)
                            MOVE SR_PENSION_RATE
                                TO RTE_PENSION(RATE_TBL_SIZE)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE STAT_RATES_FILE.
    LOAD_STAT_RATES_EXIT.
    *>8.予測シナリオの読み込み(シナリオ名を順に拾い、行の形を確かめて持つ)
    LOAD_SCENARIO_RTN SECTION.
        OPEN INPUT SCENARIO_FILE.
        IF SCENARIO_STATUS NOT = "00"
            THEN
                DISPLAY "NO SCENARIO FILE. BASE PROJECTION ONLY."
                GO TO LOAD_SCENARIO_EXIT
        END-IF.
        PERFORM UNTIL SCENARIO_STATUS NOT = "00"
            READ SCENARIO_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM KEEP_SCENARIO_RTN
            END-READ
        END-PERFORM.
        CLOSE SCENARIO_FILE.
    LOAD_SCENARIO_EXIT.
    *>8-1.シナリオの行1行分(BASEは現状のままなので前提を付けられない)
    KEEP_SCENARIO_RTN SECTION.
        MOVE SCENARIO_RECORD TO SCENARIO_VIEW.
        EVALUATE SCN_TYPE
            WHEN "R"
                IF (SCV_RISE_DEPT = SPACE)
                    THEN
                        MOVE "ALL" TO SCV_RISE_DEPT
                END-IF
                IF SCV_RISE_PCT IS NOT NUMERIC
                        OR SCV_RISE_MONTH IS NOT NUMERIC
                    THEN
                        GO TO KEEP_SCENARIO_BAD
                END-IF
            WHEN "S"
                IF SCV_RATE_EFFECTIVE IS NOT NUMERIC
                        OR SCV_RATE_HEALTH IS NOT NUMERIC
                        OR SCV_RATE_PENSION IS NOT NUMERIC
                    THEN
                        GO TO KEEP_SCENARIO_BAD
                END-IF
            WHEN "H"
                IF SCV_HIRE_GROSS IS NOT NUMERIC
                        OR SCV_HIRE_MONTH IS NOT NUMERIC
                        OR SCV_HIRE_COUNT IS NOT NUMERIC
                    THEN
                        GO TO KEEP_SCENARIO_BAD
                END-IF
            WHEN "L"
                IF SCV_LEAVE_MONTH IS NOT NUMERIC
                    THEN
                        GO TO KEEP_SCENARIO_BAD
                END-IF
            WHEN OTHER
                GO TO KEEP_SCENARIO_BAD
        END-EVALUATE.
        IF SCN_ID = SPACE OR SCN_ID = "BASE"
                OR SCR_TBL_SIZE NOT < 300
            THEN
                GO TO KEEP_SCENARIO_BAD
        END-IF.
        MOVE ZERO TO WK_SCN_FOUND.
        PERFORM VARYING WK_SCN_SUB FROM 1 BY 1
                UNTIL WK_SCN_SUB > SCN_NAME_SIZE
            IF SCN_NAME(WK_SCN_SUB) = SCN_ID
                THEN
                    MOVE WK_SCN_SUB TO WK_SCN_FOUND
            END-IF
        END-PERFORM.
        IF WK_SCN_FOUND = ZERO
            THEN
                IF SCN_NAME_SIZE NOT < 6
                    THEN
                        GO TO KEEP_SCENARIO_BAD
                END-IF
                ADD 1 TO SCN_NAME_SIZE
                MOVE SCN_ID TO SCN_NAME(SCN_NAME_SIZE)
                MOVE SCN_NAME_SIZE TO WK_SCN_FOUND
        END-IF.
        ADD 1 TO SCR_TBL_SIZE.
        MOVE WK_SCN_FOUND TO SRT_SCN(SCR_TBL_SIZE).
        MOVE SCENARIO_VIEW TO SRT_RECORD(SCR_TBL_SIZE).
        GO TO KEEP_SCENARIO_EXIT.
    KEEP_SCENARIO_BAD.
        ADD 1 TO WK_BAD_ROW_CNT.
        DISPLAY "SCENARIO ROW IGNORED: " SCENARIO_RECORD.
    KEEP_SCENARIO_EXIT.
*>PayProjScenario.txtの1行 = シナリオ名(4) 種別(1) 以降は種別ごとに次の形(空白区切り)
*>  R 部門(3:ALLか空白=全社) 昇給率(4:%の100倍。0350=3.50%) 適用月(6:YYYYMM)
*>  S 適用開始日(8) 版(4) 健保料率(4:%の100倍) 年金料率(4:同)
*>  H 部門(3) 月額総支給(7) 入社月(6:YYYYMM) 人数(3)
*>  L 従業員(5) 最終支給月(6:YYYYMM)
*>  例: "A3PC R ALL 0300 202704" "A3PC S 20270401 R27A 0510 0915"
*>シナリオは5本まで(BASEと合わせて6本)、行は300行まで。形の合わない行は読み飛ばしてRC=4
*>PayProjectionData.txtの1行 = シナリオ名(4) 月(6) 部門(3) 総支給(11) 会社負担健保(11)
*>会社負担年金(11) 人件費合計(11)
*>支給履歴の無い在籍者(入社直後など)は予測に含めない(RC=4で件数を出す。採用予定の行で補う)
