*>学年末の進級・再履修判定 学年の学期範囲について、通知表の成績履歴
*>(GradeHistory.txt:学期/生徒ID/数学/国語)と出席履歴(AttendanceHistory.txt)を
*>生徒マスタ(StudentMaster.txt)の4桁の生徒IDで突き合わせ、判定基準
*>(PromotionRules.txt)を生徒ごとに当てはめる(従来は学年末に手作業で決めていた)
*>判定:学年平均が最低平均未満、不合格科目数が上限超え、出席率が基準未満の
*>いずれかで再履修。それ以外は進級
*>判定の材料(平均・科目平均・出席率)が基準から余裕幅以内にある生徒は
*>境界として先生の確認に回す(仮判定を添える)
*>出力 PromotionList.txt=進級一覧 RetakeList.txt=再履修一覧(再履修科目つき)
*>BorderlineList.txt=境界一覧
*>判定はPromotionHistory.txtへ学年をキーに保存し、翌年度のクラス編成の元にする
*>(同じ学年の再実行はその学年の行だけを置き換える)
IDENTIFICATION DIVISION.
PROGRAM-ID. SAMPLE_42_PROMOTION.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT STUDENT_MASTER_FILE
            ASSIGN TO "StudentMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STUDENT_MASTER_STATUS.
        SELECT RULES_FILE
            ASSIGN TO "PromotionRules.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RULES_STATUS.
        SELECT CARD_HIST_FILE
            ASSIGN TO "GradeHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CARD_HIST_STATUS.
        SELECT ATTEND_HIST_FILE
            ASSIGN TO "AttendanceHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ATTEND_HIST_STATUS.
        SELECT PROMOTE_LIST_FILE
            ASSIGN TO "PromotionList.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT RETAKE_LIST_FILE
            ASSIGN TO "RetakeList.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT BORDER_LIST_FILE
            ASSIGN TO "BorderlineList.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
*>判定履歴(学年/生徒ID/判定/仮判定/平均/出席率/不合格科目数/再履修科目)
        SELECT DECISION_HIST_FILE
            ASSIGN TO "PromotionHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DECISION_HIST_STATUS.
        SELECT DECISION_HIST_WORK_FILE
            ASSIGN TO "PromotionHistory.work"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DECISION_HIST_WORK_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD STUDENT_MASTER_FILE.
        01 STUDENT_MASTER_RECORD.
            05 SM_ID PIC 9(04).
            05 SM_NAME PIC X(10).
            05 SM_ADDRESS PIC X(30).
        FD RULES_FILE.
        01 RULES_RECORD.
            05 RL_YEAR PIC 9(04).
            05 FILLER PIC X(01).
            05 RL_FIRST_TERM PIC 9(02).
            05 FILLER PIC X(01).
            05 RL_LAST_TERM PIC 9(02).
            05 FILLER PIC X(01).
            05 RL_MIN_AVG PIC 9(03).
            05 FILLER PIC X(01).
            05 RL_PASS_MARK PIC 9(03).
            05 FILLER PIC X(01).
            05 RL_MAX_FAIL PIC 9(01).
            05 FILLER PIC X(01).
            05 RL_MIN_ATTEND PIC 9(03).
            05 FILLER PIC X(01).
            05 RL_MARGIN PIC 9(02).
        FD CARD_HIST_FILE.
        01 CARD_HIST_RECORD.
            05 CH_TERM PIC 9(02).
            05 FILLER PIC X(01).
            05 CH_ID PIC 9(04).
            05 FILLER PIC X(01).
            05 CH_MATH PIC 9(03).
            05 FILLER PIC X(01).
            05 CH_LANG PIC 9(03).
        FD ATTEND_HIST_FILE.
        01 ATTEND_HIST_RECORD.
            05 AH_TERM PIC 9(02).
            05 FILLER PIC X(01).
            05 AH_ID PIC 9(04).
            05 FILLER PIC X(01).
            05 AH_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 AH_STATUS PIC X(01).
        FD PROMOTE_LIST_FILE.
        01 PROMOTE_LIST_RECORD PIC X(80).
        FD RETAKE_LIST_FILE.
        01 RETAKE_LIST_RECORD PIC X(80).
        FD BORDER_LIST_FILE.
        01 BORDER_LIST_RECORD PIC X(80).
        FD DECISION_HIST_FILE.
        01 DECISION_HIST_RECORD.
            05 DH_YEAR PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DH_ID PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DH_DECISION PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DH_TENTATIVE PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DH_AVG PIC 9(03)V9.
            05 FILLER PIC X(01) VALUE SPACE.
            05 DH_ATTEND PIC 9(03)V9.
            05 FILLER PIC X(01) VALUE SPACE.
            05 DH_FAIL_CNT PIC 9(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 DH_RESIT PIC X(10).
        FD DECISION_HIST_WORK_FILE.
        01 DECISION_HIST_WORK_RECORD PIC X(36).
    WORKING-STORAGE SECTION.
        01 STUDENT_MASTER_STATUS PIC XX.
        01 RULES_STATUS PIC XX.
        01 CARD_HIST_STATUS PIC XX.
        01 ATTEND_HIST_STATUS PIC XX.
        01 DECISION_HIST_STATUS PIC XX.
        01 DECISION_HIST_WORK_STATUS PIC XX.
*>判定基準(PromotionRules.txtが無い・項目が数字でなければ既定値)
        01 WK_YEAR PIC 9(04).
        01 WK_FIRST_TERM PIC 9(02) VALUE 01.
        01 WK_LAST_TERM PIC 9(02) VALUE 03.
        01 WK_MIN_AVG PIC 9(03) VALUE 60.
        01 WK_PASS_MARK PIC 9(03) VALUE 40.
        01 WK_MAX_FAIL PIC 9(01) VALUE 1.
        01 WK_MIN_ATTEND PIC 9(03) VALUE 80.
        01 WK_MARGIN PIC 9(02) VALUE 05.
*>RUN_DATE_STAMPから受け取る実行日(学年の既定値)
        01 RUN_YEAR PIC 9(4).
        01 RUN_MONTH PIC 9(2).
        01 RUN_DAY PIC 9(2).
        01 RUN_HOUR PIC 9(2).
        01 RUN_MINUTE PIC 9(2).
*>生徒ごとの学年集計テーブル
        01 STUDENT_TBL_MASTER.
            05 STUDENT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 STUDENT_TBL OCCURS 0 TO 100
                DEPENDING ON STUDENT_TBL_SIZE
                INDEXED BY STU_IDX.
                10 STB_ID PIC 9(04).
                10 STB_NAME PIC X(10).
                10 STB_TERM_CNT PIC 9(02).
                10 STB_MATH_SUM PIC 9(05).
                10 STB_LANG_SUM PIC 9(05).
                10 STB_ATTENDED PIC 9(04).
                10 STB_ABSENT PIC 9(04).
*>生徒1名分の判定エリア
        01 WK_MATH_AVG PIC 9(03)V9.
        01 WK_LANG_AVG PIC 9(03)V9.
        01 WK_AVG PIC 9(03)V9.
        01 WK_ATTEND_RATE PIC 9(03)V9.
        01 WK_COUNTED PIC 9(04).
        01 WK_FAIL_CNT PIC 9(01).
        01 WK_RESIT PIC X(10).
*>再履修・境界の理由(入りきらない理由があれば最後の桁を"+"にする)
        01 WK_REASON PIC X(40).
        01 WK_NEAR PIC X(40).
        01 WK_NEAR_LOW PIC S9(04)V9.
        01 WK_NEAR_HIGH PIC 9(04)V9.
        01 WK_PTR PIC 9(02).
        01 SW_HAS_ATTEND PIC X(01).
        01 SW_BORDER PIC X(01).
        01 WK_TENTATIVE PIC X(01).
            88 TENTATIVE_PROMOTE VALUE "P".
            88 TENTATIVE_RETAKE VALUE "R".
        01 WK_DECISION PIC X(01).
*>件数
        01 WK_PROMOTE_CNT PIC 9(03) VALUE ZERO.
        01 WK_RETAKE_CNT PIC 9(03) VALUE ZERO.
        01 WK_BORDER_CNT PIC 9(03) VALUE ZERO.
        01 WK_NO_GRADE_CNT PIC 9(03) VALUE ZERO.
        01 WK_UNKNOWN_CNT PIC 9(05) VALUE ZERO.
*>帳票行(3つの一覧で共通)
        01 LIST_HEADER_LINE.
            05 HDR_TITLE PIC X(26).
            05 PIC X(05) VALUE "YEAR ".
            05 HDR_YEAR PIC 9(04).
            05 PIC X(07) VALUE " TERMS ".
            05 HDR_FIRST_TERM PIC 9(02).
            05 PIC X(01) VALUE "-".
            05 HDR_LAST_TERM PIC 9(02).
            05 PIC X(33) VALUE SPACE.
        01 LIST_RULE_LINE.
            05 PIC X(08) VALUE "MIN AVG ".
            05 RUL_MIN_AVG PIC ZZ9.
            05 PIC X(11) VALUE "  PASS MARK".
            05 RUL_PASS_MARK PIC ZZZ9.
            05 PIC X(10) VALUE "  MAX FAIL".
            05 RUL_MAX_FAIL PIC Z9.
            05 PIC X(13) VALUE "  MIN ATTEND ".
            05 RUL_MIN_ATTEND PIC ZZ9.
            05 PIC X(10) VALUE "%  MARGIN ".
            05 RUL_MARGIN PIC Z9.
            05 PIC X(14) VALUE SPACE.
        01 LIST_COLUMN_LINE.
            05 PIC X(41) VALUE
                "ID   NAME         AVG ATTEND F NOTE".
            05 PIC X(39) VALUE SPACE.
        01 LIST_DETAIL_LINE.
            05 DTL_ID PIC 9(04).
            05 PIC X(01) VALUE SPACE.
            05 DTL_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 DTL_AVG PIC ZZ9.9.
            05 PIC X(01) VALUE SPACE.
            05 DTL_ATTEND PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 DTL_FAIL_CNT PIC 9(01).
            05 PIC X(01) VALUE SPACE.
            05 DTL_NOTE PIC X(40).
            05 PIC X(09) VALUE SPACE.
        01 WK_RATE_EDIT PIC ZZ9.9.
        01 LIST_TOTAL_LINE.
            05 PIC X(10) VALUE "STUDENTS: ".
            05 TOT_CNT PIC ZZ9.
            05 PIC X(67) VALUE SPACE.
PROCEDURE DIVISION.
    PROMOTION_RTN SECTION.
    *>初期処理(基準・生徒マスタ・成績履歴・出席履歴の読み込み)
        PERFORM RULES-RTN.
        PERFORM LOAD-STUDENT-RTN.
        IF STUDENT_TBL_SIZE = ZERO
            THEN
                DISPLAY "STUDENT MASTER NOT FOUND OR EMPTY."
                STOP RUN
        END-IF.
        PERFORM LOAD-GRADES-RTN.
        PERFORM LOAD-ATTENDANCE-RTN.
        OPEN OUTPUT PROMOTE_LIST_FILE RETAKE_LIST_FILE
            BORDER_LIST_FILE DECISION_HIST_WORK_FILE.
        PERFORM WRITE-HEADERS-RTN.
    *>主処理(生徒ごとに判定して一覧と判定履歴へ書く)
        PERFORM DECIDE-ONE-STUDENT-RTN
            VARYING STU_IDX FROM 1 BY 1
            UNTIL STU_IDX > STUDENT_TBL_SIZE.
    *>終了処理(件数行と判定履歴の置き換え)
        MOVE WK_PROMOTE_CNT TO TOT_CNT.
        WRITE PROMOTE_LIST_RECORD FROM LIST_TOTAL_LINE.
        MOVE WK_RETAKE_CNT TO TOT_CNT.
        WRITE RETAKE_LIST_RECORD FROM LIST_TOTAL_LINE.
        MOVE WK_BORDER_CNT TO TOT_CNT.
        WRITE BORDER_LIST_RECORD FROM LIST_TOTAL_LINE.
        CLOSE PROMOTE_LIST_FILE RETAKE_LIST_FILE BORDER_LIST_FILE.
        PERFORM SAVE-HISTORY-RTN.
        IF WK_UNKNOWN_CNT > ZERO
            THEN
                DISPLAY "HISTORY ROWS FOR STUDENTS NOT ON MASTER: "
                    WK_UNKNOWN_CNT
        END-IF.
        DISPLAY "PROMOTION RUN YEAR " WK_YEAR
            " PROMOTE: " WK_PROMOTE_CNT
            " RETAKE: " WK_RETAKE_CNT
            " BORDERLINE: " WK_BORDER_CNT
            " (NO GRADES: " WK_NO_GRADE_CNT ")".
        STOP RUN.
    PROMOTION_EXIT.
    *>1.生徒1名分の判定
    DECIDE-ONE-STUDENT-RTN SECTION.
        MOVE STB_ID(STU_IDX) TO DTL_ID.
        MOVE STB_NAME(STU_IDX) TO DTL_NAME.
        MOVE ZERO TO WK_MATH_AVG WK_LANG_AVG WK_AVG WK_ATTEND_RATE
            WK_FAIL_CNT.
        MOVE SPACES TO WK_RESIT WK_REASON WK_NEAR.
        MOVE SPACE TO SW_BORDER SW_HAS_ATTEND.
    *>学年の成績が1学期分も無い生徒は判定できないので境界一覧で確認する
        IF STB_TERM_CNT(STU_IDX) = ZERO
            THEN
                ADD 1 TO WK_NO_GRADE_CNT
                MOVE "B" TO WK_DECISION
                MOVE SPACE TO WK_TENTATIVE
                MOVE "1" TO SW_BORDER
                MOVE "NO GRADES FOR THE YEAR" TO WK_NEAR
                PERFORM WRITE-DECISION-RTN
                GO TO DECIDE-ONE-STUDENT-EXIT
        END-IF.
    *>科目平均・学年平均(2科目の平均)・出席率
        COMPUTE WK_MATH_AVG =
            STB_MATH_SUM(STU_IDX) / STB_TERM_CNT(STU_IDX).
        COMPUTE WK_LANG_AVG =
            STB_LANG_SUM(STU_IDX) / STB_TERM_CNT(STU_IDX).
        COMPUTE WK_AVG =
            (STB_MATH_SUM(STU_IDX) + STB_LANG_SUM(STU_IDX))
                / (STB_TERM_CNT(STU_IDX) * 2).
        COMPUTE WK_COUNTED =
            STB_ATTENDED(STU_IDX) + STB_ABSENT(STU_IDX).
        IF WK_COUNTED > ZERO
            THEN
                MOVE "1" TO SW_HAS_ATTEND
                COMPUTE WK_ATTEND_RATE =
                    STB_ATTENDED(STU_IDX) * 100 / WK_COUNTED
            ELSE
                MOVE SPACE TO SW_HAS_ATTEND
        END-IF.
    *>不合格科目(科目平均が合格点未満)
        MOVE 1 TO WK_PTR.
        IF WK_MATH_AVG < WK_PASS_MARK
            THEN
                ADD 1 TO WK_FAIL_CNT
                STRING "MATH " DELIMITED BY SIZE
                    INTO WK_RESIT WITH POINTER WK_PTR
        END-IF.
        IF WK_LANG_AVG < WK_PASS_MARK
            THEN
                ADD 1 TO WK_FAIL_CNT
                STRING "LANG " DELIMITED BY SIZE
                    INTO WK_RESIT WITH POINTER WK_PTR
        END-IF.
    *>仮判定(いずれかの基準割れで再履修)
        MOVE "P" TO WK_TENTATIVE.
        MOVE 1 TO WK_PTR.
        IF WK_FAIL_CNT > WK_MAX_FAIL
            THEN
                MOVE "R" TO WK_TENTATIVE
                STRING "FAILED SUBJECTS " DELIMITED BY SIZE
                    INTO WK_REASON WITH POINTER WK_PTR
                    ON OVERFLOW
                        MOVE "+" TO WK_REASON(40:1)
                END-STRING
        END-IF.
        IF WK_AVG < WK_MIN_AVG
            THEN
                MOVE "R" TO WK_TENTATIVE
                STRING "LOW AVERAGE " DELIMITED BY SIZE
                    INTO WK_REASON WITH POINTER WK_PTR
                    ON OVERFLOW
                        MOVE "+" TO WK_REASON(40:1)
                END-STRING
        END-IF.
        IF SW_HAS_ATTEND = "1" AND WK_ATTEND_RATE < WK_MIN_ATTEND
            THEN
                MOVE "R" TO WK_TENTATIVE
                STRING "ATTENDANCE " DELIMITED BY SIZE
                    INTO WK_REASON WITH POINTER WK_PTR
                    ON OVERFLOW
                        MOVE "+" TO WK_REASON(40:1)
                END-STRING
        END-IF.
    *>不合格科目が無いのに再履修になった生徒は、平均の低い科目を再履修科目にする
        IF TENTATIVE_RETAKE AND WK_RESIT = SPACES
            THEN
                PERFORM LOW-SUBJECT-RTN
        END-IF.
        PERFORM BORDER-CHECK-RTN.
        IF SW_BORDER = "1"
            THEN
                MOVE "B" TO WK_DECISION
            ELSE
                MOVE WK_TENTATIVE TO WK_DECISION
        END-IF.
        PERFORM WRITE-DECISION-RTN.
    DECIDE-ONE-STUDENT-EXIT.
    *>1-1.再履修科目の補い(基準割れの理由が平均・出席だけのとき)
    LOW-SUBJECT-RTN SECTION.
        MOVE 1 TO WK_PTR.
        IF WK_MATH_AVG < WK_MIN_AVG
            THEN
                STRING "MATH " DELIMITED BY SIZE
                    INTO WK_RESIT WITH POINTER WK_PTR
        END-IF.
        IF WK_LANG_AVG < WK_MIN_AVG
            THEN
                STRING "LANG " DELIMITED BY SIZE
                    INTO WK_RESIT WITH POINTER WK_PTR
        END-IF.
    *>両科目とも平均以上(出席だけで再履修)なら全科目
        IF WK_RESIT = SPACES
            THEN
                MOVE "ALL" TO WK_RESIT
        END-IF.
    LOW-SUBJECT-EXIT.
    *>1-2.境界の判定(平均・科目平均・出席率が基準の前後、余裕幅以内)
    BORDER-CHECK-RTN SECTION.
        MOVE 1 TO WK_PTR.
        COMPUTE WK_NEAR_LOW = WK_MIN_AVG - WK_MARGIN.
        COMPUTE WK_NEAR_HIGH = WK_MIN_AVG + WK_MARGIN.
        IF WK_AVG >= WK_NEAR_LOW AND WK_AVG < WK_NEAR_HIGH
            THEN
                MOVE "1" TO SW_BORDER
                STRING "NEAR MIN AVG " DELIMITED BY SIZE
                    INTO WK_NEAR WITH POINTER WK_PTR
                    ON OVERFLOW
                        MOVE "+" TO WK_NEAR(40:1)
                END-STRING
        END-IF.
        COMPUTE WK_NEAR_LOW = WK_PASS_MARK - WK_MARGIN.
        COMPUTE WK_NEAR_HIGH = WK_PASS_MARK + WK_MARGIN.
        IF (WK_MATH_AVG >= WK_NEAR_LOW AND WK_MATH_AVG < WK_NEAR_HIGH)
                OR (WK_LANG_AVG >= WK_NEAR_LOW
                    AND WK_LANG_AVG < WK_NEAR_HIGH)
            THEN
                MOVE "1" TO SW_BORDER
                STRING "NEAR PASS MARK " DELIMITED BY SIZE
                    INTO WK_NEAR WITH POINTER WK_PTR
                    ON OVERFLOW
                        MOVE "+" TO WK_NEAR(40:1)
                END-STRING
        END-IF.
        IF SW_HAS_ATTEND = "1"
            THEN
                COMPUTE WK_NEAR_LOW = WK_MIN_ATTEND - WK_MARGIN
                COMPUTE WK_NEAR_HIGH = WK_MIN_ATTEND + WK_MARGIN
                IF WK_ATTEND_RATE >= WK_NEAR_LOW
                        AND WK_ATTEND_RATE < WK_NEAR_HIGH
                    THEN
                        MOVE "1" TO SW_BORDER
                        STRING "NEAR ATTEND " DELIMITED BY SIZE
                            INTO WK_NEAR WITH POINTER WK_PTR
                            ON OVERFLOW
                                MOVE "+" TO WK_NEAR(40:1)
                        END-STRING
                END-IF
        END-IF.
    BORDER-CHECK-EXIT.
    *>1-3.一覧と判定履歴への書き出し(判定 P=進級 R=再履修 B=境界・確認待ち)
    WRITE-DECISION-RTN SECTION.
        MOVE WK_AVG TO DTL_AVG.
        MOVE WK_FAIL_CNT TO DTL_FAIL_CNT.
        IF SW_HAS_ATTEND = "1"
            THEN
                MOVE WK_ATTEND_RATE TO WK_RATE_EDIT
                MOVE WK_RATE_EDIT TO DTL_ATTEND
            ELSE
                MOVE "  -" TO DTL_ATTEND
        END-IF.
        MOVE SPACES TO DTL_NOTE.
        EVALUATE WK_DECISION
            WHEN "P"
                ADD 1 TO WK_PROMOTE_CNT
                WRITE PROMOTE_LIST_RECORD FROM LIST_DETAIL_LINE
            WHEN "R"
                ADD 1 TO WK_RETAKE_CNT
                STRING "RESIT " WK_RESIT DELIMITED BY SIZE
                    INTO DTL_NOTE
                WRITE RETAKE_LIST_RECORD FROM LIST_DETAIL_LINE
*>2行目は再履修の理由
                MOVE SPACES TO LIST_DETAIL_LINE(6:26)
                MOVE WK_REASON TO DTL_NOTE
                WRITE RETAKE_LIST_RECORD FROM LIST_DETAIL_LINE
            WHEN OTHER
                ADD 1 TO WK_BORDER_CNT
                EVALUATE TRUE
                    WHEN TENTATIVE_PROMOTE
                        MOVE "WOULD PROMOTE" TO DTL_NOTE
                    WHEN TENTATIVE_RETAKE
                        STRING "WOULD RESIT " WK_RESIT
                            DELIMITED BY SIZE INTO DTL_NOTE
                    WHEN OTHER
                        MOVE "NO DECISION" TO DTL_NOTE
                END-EVALUATE
                WRITE BORDER_LIST_RECORD FROM LIST_DETAIL_LINE
*>2行目は境界とした理由
                MOVE SPACES TO LIST_DETAIL_LINE(6:26)
                MOVE WK_NEAR TO DTL_NOTE
                WRITE BORDER_LIST_RECORD FROM LIST_DETAIL_LINE
        END-EVALUATE.
        MOVE SPACE TO DECISION_HIST_RECORD.
        MOVE WK_YEAR TO DH_YEAR.
        MOVE STB_ID(STU_IDX) TO DH_ID.
        MOVE WK_DECISION TO DH_DECISION.
        MOVE WK_TENTATIVE TO DH_TENTATIVE.
        MOVE WK_AVG TO DH_AVG.
        MOVE WK_ATTEND_RATE TO DH_ATTEND.
        MOVE WK_FAIL_CNT TO DH_FAIL_CNT.
        MOVE WK_RESIT TO DH_RESIT.
        WRITE DECISION_HIST_WORK_RECORD FROM DECISION_HIST_RECORD.
    WRITE-DECISION-EXIT.
    *>2.3つの一覧の見出し
    WRITE-HEADERS-RTN SECTION.
        MOVE WK_YEAR TO HDR_YEAR.
        MOVE WK_FIRST_TERM TO HDR_FIRST_TERM.
        MOVE WK_LAST_TERM TO HDR_LAST_TERM.
        MOVE WK_MIN_AVG TO RUL_MIN_AVG.
        MOVE WK_PASS_MARK TO RUL_PASS_MARK.
        MOVE WK_MAX_FAIL TO RUL_MAX_FAIL.
        MOVE WK_MIN_ATTEND TO RUL_MIN_ATTEND.
        MOVE WK_MARGIN TO RUL_MARGIN.
        MOVE "** PROMOTION LIST **" TO HDR_TITLE.
        WRITE PROMOTE_LIST_RECORD FROM LIST_HEADER_LINE.
        WRITE PROMOTE_LIST_RECORD FROM LIST_RULE_LINE.
        WRITE PROMOTE_LIST_RECORD FROM LIST_COLUMN_LINE.
        MOVE "** RETAKE LIST **" TO HDR_TITLE.
        WRITE RETAKE_LIST_RECORD FROM LIST_HEADER_LINE.
        WRITE RETAKE_LIST_RECORD FROM LIST_RULE_LINE.
        WRITE RETAKE_LIST_RECORD FROM LIST_COLUMN_LINE.
        MOVE "** BORDERLINE - REVIEW **" TO HDR_TITLE.
        WRITE BORDER_LIST_RECORD FROM LIST_HEADER_LINE.
        WRITE BORDER_LIST_RECORD FROM LIST_RULE_LINE.
        WRITE BORDER_LIST_RECORD FROM LIST_COLUMN_LINE.
    WRITE-HEADERS-EXIT.
    *>3.判定基準の読み込み(学年の既定値は実行年)
    RULES-RTN SECTION.
        CALL "RUN_DATE_STAMP" USING RUN_YEAR RUN_MONTH RUN_DAY
            RUN_HOUR RUN_MINUTE.
        MOVE RUN_YEAR TO WK_YEAR.
        OPEN INPUT RULES_FILE.
        IF RULES_STATUS NOT = "00"
            THEN
                DISPLAY "PromotionRules.txt NOT FOUND. DEFAULT RULES USED."
                GO TO RULES-EXIT
        END-IF.
        READ RULES_FILE
            AT END
                CONTINUE
            NOT AT END
                IF RL_YEAR IS NUMERIC
                    THEN
                        MOVE RL_YEAR TO WK_YEAR
                END-IF
                IF RL_FIRST_TERM IS NUMERIC
                    THEN
                        MOVE RL_FIRST_TERM TO WK_FIRST_TERM
                END-IF
                IF RL_LAST_TERM IS NUMERIC
                    THEN
                        MOVE RL_LAST_TERM TO WK_LAST_TERM
                END-IF
                IF RL_MIN_AVG IS NUMERIC
                    THEN
                        MOVE RL_MIN_AVG TO WK_MIN_AVG
                END-IF
                IF RL_PASS_MARK IS NUMERIC
                    THEN
                        MOVE RL_PASS_MARK TO WK_PASS_MARK
                END-IF
                IF RL_MAX_FAIL IS NUMERIC
                    THEN
                        MOVE RL_MAX_FAIL TO WK_MAX_FAIL
                END-IF
                IF RL_MIN_ATTEND IS NUMERIC
                    THEN
                        MOVE RL_MIN_ATTEND TO WK_MIN_ATTEND
                END-IF
                IF RL_MARGIN IS NUMERIC
                    THEN
                        MOVE RL_MARGIN TO WK_MARGIN
                END-IF
        END-READ.
        CLOSE RULES_FILE.
    RULES-EXIT.
    *>4.成績履歴の読み込み(学年の学期範囲の行を生徒ごとに合計する)
    LOAD-GRADES-RTN SECTION.
        OPEN INPUT CARD_HIST_FILE.
        IF CARD_HIST_STATUS NOT = "00"
            THEN
                DISPLAY "GRADE HISTORY NOT FOUND."
                GO TO LOAD-GRADES-EXIT
        END-IF.
        PERFORM UNTIL CARD_HIST_STATUS NOT = "00"
            READ CARD_HIST_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CH_TERM >= WK_FIRST_TERM
                            AND CH_TERM <= WK_LAST_TERM
                        THEN
                            PERFORM ADD-GRADE-RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE CARD_HIST_FILE.
    LOAD-GRADES-EXIT.
    *>4-1.成績1学期分を生徒に足す
    ADD-GRADE-RTN SECTION.
        SET STU_IDX TO 1.
        SEARCH STUDENT_TBL
            AT END
                ADD 1 TO WK_UNKNOWN_CNT
            WHEN STB_ID(STU_IDX) = CH_ID
                ADD 1 TO STB_TERM_CNT(STU_IDX)
                ADD CH_MATH TO STB_MATH_SUM(STU_IDX)
                ADD CH_LANG TO STB_LANG_SUM(STU_IDX)
        END-SEARCH.
    ADD-GRADE-EXIT.
    *>5.出席履歴の読み込み(学期範囲の出席+遅刻と欠席を数える。公欠は数えない)
    LOAD-ATTENDANCE-RTN SECTION.
        OPEN INPUT ATTEND_HIST_FILE.
        IF ATTEND_HIST_STATUS NOT = "00"
            THEN
                GO TO LOAD-ATTENDANCE-EXIT
        END-IF.
        PERFORM UNTIL ATTEND_HIST_STATUS NOT = "00"
            READ ATTEND_HIST_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF AH_TERM >= WK_FIRST_TERM
                            AND AH_TERM <= WK_LAST_TERM
                        THEN
                            PERFORM ADD-ATTENDANCE-RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE ATTEND_HIST_FILE.
    LOAD-ATTENDANCE-EXIT.
    *>5-1.出欠1日分を生徒に数える
    ADD-ATTENDANCE-RTN SECTION.
        SET STU_IDX TO 1.
        SEARCH STUDENT_TBL
            AT END
                ADD 1 TO WK_UNKNOWN_CNT
            WHEN STB_ID(STU_IDX) = AH_ID
                EVALUATE AH_STATUS
                    WHEN "P"
                    WHEN "L"
                        ADD 1 TO STB_ATTENDED(STU_IDX)
                    WHEN "A"
                        ADD 1 TO STB_ABSENT(STU_IDX)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-SEARCH.
    ADD-ATTENDANCE-EXIT.
    *>6.判定履歴の保存(他の学年の行を残し、この学年の行を置き換える)
    SAVE-HISTORY-RTN SECTION.
        OPEN INPUT DECISION_HIST_FILE.
        IF DECISION_HIST_STATUS = "00"
            THEN
                PERFORM UNTIL DECISION_HIST_STATUS NOT = "00"
                    READ DECISION_HIST_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF DH_YEAR NOT = WK_YEAR
                                THEN
                                    WRITE DECISION_HIST_WORK_RECORD
                                        FROM DECISION_HIST_RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DECISION_HIST_FILE
        END-IF.
        CLOSE DECISION_HIST_WORK_FILE.
        OPEN OUTPUT DECISION_HIST_FILE.
        OPEN INPUT DECISION_HIST_WORK_FILE.
        PERFORM UNTIL DECISION_HIST_WORK_STATUS NOT = "00"
            READ DECISION_HIST_WORK_FILE
                AT END
                    CONTINUE
                NOT AT END
                    WRITE DECISION_HIST_RECORD
                        FROM DECISION_HIST_WORK_RECORD
            END-READ
        END-PERFORM.
        CLOSE DECISION_HIST_FILE.
        CLOSE DECISION_HIST_WORK_FILE.
        DISPLAY "PROMOTION DECISIONS SAVED FOR YEAR " WK_YEAR.
    SAVE-HISTORY-EXIT.
    *>7.生徒マスタの読み込み(集計は0から)
    LOAD-STUDENT-RTN SECTION.
        OPEN INPUT STUDENT_MASTER_FILE.
        IF STUDENT_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD-STUDENT-EXIT
        END-IF.
        PERFORM UNTIL STUDENT_MASTER_STATUS NOT = "00"
            READ STUDENT_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF STUDENT_TBL_SIZE < 100
                        THEN
                            ADD 1 TO STUDENT_TBL_SIZE
                            SET STU_IDX TO STUDENT_TBL_SIZE
                            MOVE SM_ID TO STB_ID(STU_IDX)
                            MOVE SM_NAME TO STB_NAME(STU_IDX)
                            MOVE ZERO TO STB_TERM_CNT(STU_IDX)
                                STB_MATH_SUM(STU_IDX)
                                STB_LANG_SUM(STU_IDX)
                                STB_ATTENDED(STU_IDX)
                                STB_ABSENT(STU_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE STUDENT_MASTER_FILE.
    LOAD-STUDENT-EXIT.
*>PromotionRules.txtの1行 = 学年(4) 空白 最初の学期(2) 空白 最後の学期(2) 空白
*>最低平均(3) 空白 合格点(3) 空白 不合格科目の上限(1) 空白 出席率の基準(3、%)
*>空白 境界の余裕幅(2)  例:2026 01 03 060 040 1 080 05
*>既定値は実行年・学期01~03・平均60・合格点40・上限1科目・出席80%・幅5
*>科目平均 = 学期範囲の科目点の合計/成績のある学期数。学年平均は2科目の平均
*>出席率は学期範囲の(出席+遅刻)/(出席+遅刻+欠席)。出欠の記録が無ければ出席の基準は当てない
*>PromotionHistory.txtの1行 = 学年(4) 空白 生徒ID(4) 空白 判定(1) 空白 仮判定(1) 空白
*>平均(4、小数1位) 空白 出席率(4、小数1位) 空白 不合格科目数(1) 空白 再履修科目(10)
*>判定 P=進級 R=再履修 B=境界(先生の確認待ち。仮判定にP/Rを残す。成績が無ければ空白)
*>翌年度のクラス編成は判定P(と確認後の境界)を進級、Rを同じ学年で組む
