*>アクセス再認定の開始 オペレータIDと権限レベルは登録したきり見直されず、
*>異動・退職した人のIDや、もう要らない保守権限が残り続けていた
*>四半期に1回このプログラムで再認定の回(YYYYQn)を開き、
*>  オペレータマスタ(OperatorMaster.txt)の全オペレータについて
*>  所属部門(OperatorDept.txt。無ければ部門"***")と部門長(DepartmentHead.txt)、
*>  権限レベル、セッションログ(SessionLog.txt)の最終サインオン日
*>を再認定表(RecertReview.txt)へ作り、部門長ごとのレビュー表(RecertList.txt。
*>スプール台帳へ登録)に印字する
*>部門長は承認画面(APPLICATION_167_RECERT_APPROVE)でオペレータごとに
*>継続(K)・権限の引き下げ(D)・取消(R)を判定し、期限を過ぎたら
*>APPLICATION_168_RECERT_CLOSEが判定を反映し、判定の無いIDを停止する
*>部門長自身の行と部門長のいない部門の行は、本人以外の権限3のオペレータが判定する
*>期限は業務日付+パラメータ(RecertParm.txt)の日数(無ければ14日)
*>前の回が締められていない(状態"O")場合・同じ四半期の回が済んでいる場合は
*>回を開かずに終わる(RC=4)。オペレータマスタが無い場合はRC=16
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_166_RECERT_START.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PARM_FILE
            ASSIGN TO "RecertParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM_STATUS.
        SELECT OPERATOR_MASTER_FILE
            ASSIGN TO "OperatorMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OPERATOR_MASTER_STATUS.
        SELECT OPERATOR_DEPT_FILE
            ASSIGN TO "OperatorDept.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OPERATOR_DEPT_STATUS.
        SELECT DEPT_HEAD_FILE
            ASSIGN TO "DepartmentHead.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEPT_HEAD_STATUS.
        SELECT SESSION_LOG_FILE
            ASSIGN TO "SessionLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SESSION_LOG_STATUS.
        SELECT RECERT_CYCLE_FILE
            ASSIGN TO "RecertCycle.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RECERT_CYCLE_STATUS.
        SELECT RECERT_REVIEW_FILE
            ASSIGN TO "RecertReview.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RECERT_REVIEW_STATUS.
        SELECT PRINT_FILE
            ASSIGN TO "RecertList.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
*>パラメータ(判定期限までの日数3桁)
        FD PARM_FILE.
        01 PARM_RECORD.
            05 PRM_DAYS PIC X(03).
        FD OPERATOR_MASTER_FILE.
        01 OPERATOR_MASTER_RECORD.
            05 OP_CODE PIC X(05).
            05 OP_NAME PIC X(10).
            05 OP_AUTHORITY PIC 9(01).
*>オペレータの所属部門(オペレータ 部門)
        FD OPERATOR_DEPT_FILE.
        01 OPERATOR_DEPT_RECORD.
            05 OPD_OPERATOR PIC X(05).
            05 FILLER PIC X(01).
            05 OPD_DEPT PIC X(03).
*>部門長(部門 部門長のオペレータID 部門名)
        FD DEPT_HEAD_FILE.
        01 DEPT_HEAD_RECORD.
            05 DPH_DEPT PIC X(03).
            05 FILLER PIC X(01).
            05 DPH_HEAD PIC X(05).
            05 FILLER PIC X(01).
            05 DPH_NAME PIC X(20).
        FD SESSION_LOG_FILE.
        01 SESSION_LOG_RECORD.
            05 SES_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 SES_TIME PIC X(08).
            05 FILLER PIC X(01).
            05 SES_OPERATOR PIC X(05).
            05 FILLER PIC X(01).
            05 SES_EVENT PIC X(10).
*>再認定の回(回 開始日 期限 状態 O=判定中 C=締め済み 締め日)
        FD RECERT_CYCLE_FILE.
        01 RECERT_CYCLE_RECORD.
            05 RCY_CYCLE PIC X(06).
            05 FILLER PIC X(01).
            05 RCY_START PIC 9(08).
            05 FILLER PIC X(01).
            05 RCY_DEADLINE PIC 9(08).
            05 FILLER PIC X(01).
            05 RCY_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 RCY_CLOSED PIC 9(08).
*>再認定表(オペレータごとに1行。判定はAPPLICATION_167が書き込む)
        FD RECERT_REVIEW_FILE.
        01 RECERT_REVIEW_RECORD.
            05 RVW_CYCLE PIC X(06).
            05 FILLER PIC X(01).
            05 RVW_OPERATOR PIC X(05).
            05 FILLER PIC X(01).
            05 RVW_NAME PIC X(10).
            05 FILLER PIC X(01).
            05 RVW_DEPT PIC X(03).
            05 FILLER PIC X(01).
            05 RVW_HEAD PIC X(05).
            05 FILLER PIC X(01).
            05 RVW_AUTHORITY PIC 9(01).
            05 FILLER PIC X(01).
            05 RVW_LAST_SIGNON PIC X(08).
            05 FILLER PIC X(01).
            05 RVW_DECISION PIC X(01).
            05 FILLER PIC X(01).
            05 RVW_NEW_AUTHORITY PIC 9(01).
            05 FILLER PIC X(01).
            05 RVW_DECIDED_BY PIC X(05).
            05 FILLER PIC X(01).
            05 RVW_DECIDED_DATE PIC X(08).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 PARM_STATUS PIC XX.
        01 OPERATOR_MASTER_STATUS PIC XX.
        01 OPERATOR_DEPT_STATUS PIC XX.
        01 DEPT_HEAD_STATUS PIC XX.
        01 SESSION_LOG_STATUS PIC XX.
        01 RECERT_CYCLE_STATUS PIC XX.
        01 RECERT_REVIEW_STATUS PIC XX.
*>判定期限までの日数(パラメータが無い場合の既定は14日)
        01 WK_DAYS PIC 9(03) VALUE 14.
*>業務日付・回(YYYYQn)・期限
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_R REDEFINES WK_TODAY.
            05 WK_TODAY_YEAR PIC 9(04).
            05 WK_TODAY_MONTH PIC 9(02).
            05 WK_TODAY_DAY PIC 9(02).
        01 WK_CYCLE.
            05 WK_CYCLE_YEAR PIC 9(04).
            05 FILLER PIC X(01) VALUE "Q".
            05 WK_CYCLE_QUARTER PIC 9(01).
        01 WK_DEADLINE PIC 9(08).
        01 WK_DORMANT_DATE PIC 9(08).
*>休眠とみなす最終サインオンからの日数
        01 CST_DORMANT_DAYS PIC 9(03) VALUE 90.
*>オペレータ(マスタの順。所属部門・部門長・最終サインオン日を持つ)
        01 OPER_TBL_MASTER.
            05 OPER_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 OPER_TBL OCCURS 0 TO 100
                DEPENDING ON OPER_TBL_SIZE
                INDEXED BY OPER_IDX.
                10 OPR_CODE PIC X(05).
                10 OPR_NAME PIC X(10).
                10 OPR_AUTHORITY PIC 9(01).
                10 OPR_DEPT PIC X(03).
                10 OPR_HEAD PIC X(05).
                10 OPR_LAST_SIGNON PIC X(08).
*>部門と部門長(ファイルの順。レビュー表はこの順に部門ごとの改ページで出す)
        01 DEPT_TBL_MASTER.
            05 DEPT_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 DEPT_TBL OCCURS 0 TO 50
                DEPENDING ON DEPT_TBL_SIZE
                INDEXED BY DEPT_IDX.
                10 DPT_DEPT PIC X(03).
                10 DPT_HEAD PIC X(05).
                10 DPT_NAME PIC X(20).
                10 DPT_HEAD_NAME PIC X(10).
        01 WK_PAGE_DEPT PIC X(03).
        01 WK_PAGE_HEAD PIC X(05).
        01 WK_PAGE_CNT PIC 9(03).
        01 WK_DORMANT_CNT PIC 9(03) VALUE ZERO.
        01 WK_SELF_CNT PIC 9(03) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "RecertList.txt".
*>帳票行(見出し/部門/明細見出し/明細/判定欄/件数)
        01 RCL_TITLE_LINE.
            05 PIC X(32) VALUE "*** ACCESS RECERTIFICATION *** ".
            05 RCL_CYCLE PIC X(06).
            05 PIC X(08) VALUE "  START ".
            05 RCL_TODAY PIC 9(08).
            05 PIC X(11) VALUE "  DEADLINE ".
            05 RCL_DEADLINE PIC 9(08).
            05 PIC X(07) VALUE SPACE.
        01 RCL_DEPT_LINE.
            05 PIC X(06) VALUE "DEPT: ".
            05 RCL_DEPT PIC X(03).
            05 PIC X(01) VALUE SPACE.
            05 RCL_DEPT_NAME PIC X(20).
            05 PIC X(08) VALUE "  HEAD: ".
            05 RCL_HEAD PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 RCL_HEAD_NAME PIC X(10).
            05 PIC X(26) VALUE SPACE.
        01 RCL_HEADING_LINE.
            05 PIC X(80) VALUE
            "OPERATOR NAME       AUTH LAST SIGN-ON  NOTE      DECISION".
        01 RCL_DETAIL_LINE.
            05 RCL_OPERATOR PIC X(05).
            05 PIC X(04) VALUE SPACE.
            05 RCL_NAME PIC X(10).
            05 PIC X(03) VALUE SPACE.
            05 RCL_AUTHORITY PIC 9(01).
            05 PIC X(03) VALUE SPACE.
            05 RCL_LAST_SIGNON PIC X(08).
            05 PIC X(05) VALUE SPACE.
            05 RCL_NOTE PIC X(10).
            05 PIC X(31) VALUE "[ ]KEEP [ ]DOWNGRADE [ ]REVOKE".
        01 RCL_MESSAGE_LINE.
            05 RCL_MESSAGE PIC X(80).
        01 RCL_TOTAL_LINE.
            05 PIC X(11) VALUE "OPERATORS:".
            05 RCL_OPER_CNT PIC ZZ9.
            05 PIC X(12) VALUE "  DORMANT:".
            05 RCL_DORMANT_CNT PIC ZZ9.
            05 PIC X(26) VALUE "  FOR AUTHORITY-3 REVIEW:".
            05 RCL_SELF_CNT PIC ZZ9.
            05 PIC X(22) VALUE SPACE.
PROCEDURE DIVISION.
    RECERT_START_RTN SECTION.
    *>初期処理(パラメータ・回と期限、回の重複検査)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_PARM_RTN.
        MOVE WK_TODAY_YEAR TO WK_CYCLE_YEAR.
        COMPUTE WK_CYCLE_QUARTER = (WK_TODAY_MONTH + 2) / 3.
        COMPUTE WK_DEADLINE = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(WK_TODAY) + WK_DAYS).
        COMPUTE WK_DORMANT_DATE = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(WK_TODAY) - CST_DORMANT_DAYS).
        PERFORM CHECK_CYCLE_RTN.
        IF RETURN-CODE NOT = ZERO
            THEN
                STOP RUN
        END-IF.
    *>主処理(オペレータ・部門・最終サインオン日を集め、再認定表を作る)
        PERFORM LOAD_OPERATOR_RTN.
        IF OPERATOR_MASTER_STATUS = "35"
            THEN
                DISPLAY "OPERATOR MASTER NOT FOUND. RECERTIFICATION "
                    "NOT STARTED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD_DEPT_RTN.
        PERFORM ASSIGN_DEPT_RTN.
        PERFORM LAST_SIGNON_RTN.
        PERFORM WRITE_REVIEW_RTN.
    *>終了処理(部門長ごとのレビュー表、回の登録、スプール台帳への登録)
        PERFORM PRINT_RTN.
        OPEN EXTEND RECERT_CYCLE_FILE.
        IF RECERT_CYCLE_STATUS NOT = "00"
            THEN
                OPEN OUTPUT RECERT_CYCLE_FILE
        END-IF.
        MOVE SPACE TO RECERT_CYCLE_RECORD.
        MOVE WK_CYCLE TO RCY_CYCLE.
        MOVE WK_TODAY TO RCY_START.
        MOVE WK_DEADLINE TO RCY_DEADLINE.
        MOVE "O" TO RCY_STATUS.
        MOVE ZERO TO RCY_CLOSED.
        WRITE RECERT_CYCLE_RECORD.
        CLOSE RECERT_CYCLE_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "RECERTIFICATION " WK_CYCLE " STARTED. OPERATORS:"
            OPER_TBL_SIZE " DEADLINE:" WK_DEADLINE.
        STOP RUN.
    RECERT_START_EXIT.
    *>1.パラメータの読み込み(数字でなければ既定の14日)
    LOAD_PARM_RTN SECTION.
        OPEN INPUT PARM_FILE.
        IF PARM_STATUS NOT = "00"
            THEN
                GO TO LOAD_PARM_EXIT
        END-IF.
        MOVE SPACE TO PARM_RECORD.
        READ PARM_FILE
            AT END
                CONTINUE
            NOT AT END
                IF PRM_DAYS IS NUMERIC AND PRM_DAYS > "000"
                    THEN
                        MOVE PRM_DAYS TO WK_DAYS
                END-IF
        END-READ.
        CLOSE PARM_FILE.
    LOAD_PARM_EXIT.
    *>2.回の重複検査(判定中の回がある・同じ四半期の回が済んでいる場合はRC=4)
    CHECK_CYCLE_RTN SECTION.
        OPEN INPUT RECERT_CYCLE_FILE.
        IF RECERT_CYCLE_STATUS NOT = "00"
            THEN
                GO TO CHECK_CYCLE_EXIT
        END-IF.
        PERFORM UNTIL RECERT_CYCLE_STATUS NOT = "00"
            READ RECERT_CYCLE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF RCY_STATUS = "O"
                        THEN
                            DISPLAY "RECERTIFICATION " RCY_CYCLE
                                " IS STILL OPEN (DEADLINE "
                                RCY_DEADLINE "). CLOSE IT FIRST."
                            MOVE 4 TO RETURN-CODE
                    END-IF
                    IF RCY_CYCLE = WK_CYCLE AND RCY_STATUS NOT = "O"
                        THEN
                            DISPLAY "RECERTIFICATION " RCY_CYCLE
                                " WAS ALREADY RUN THIS QUARTER."
                            MOVE 4 TO RETURN-CODE
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE RECERT_CYCLE_FILE.
    CHECK_CYCLE_EXIT.
    *>3.オペレータマスタの読み込み
    LOAD_OPERATOR_RTN SECTION.
        OPEN INPUT OPERATOR_MASTER_FILE.
        IF OPERATOR_MASTER_STATUS NOT = "00"
            THEN
                MOVE "35" TO OPERATOR_MASTER_STATUS
                GO TO LOAD_OPERATOR_EXIT
        END-IF.
        PERFORM UNTIL OPERATOR_MASTER_STATUS NOT = "00"
            READ OPERATOR_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF OPER_TBL_SIZE < 100 AND OP_CODE NOT = SPACE
                        THEN
                            ADD 1 TO OPER_TBL_SIZE
                            SET OPER_IDX TO OPER_TBL_SIZE
                            MOVE OP_CODE TO OPR_CODE(OPER_IDX)
                            MOVE OP_NAME TO OPR_NAME(OPER_IDX)
                            MOVE OP_AUTHORITY TO OPR_AUTHORITY(OPER_IDX)
                            MOVE "***" TO OPR_DEPT(OPER_IDX)
                            MOVE SPACE TO OPR_HEAD(OPER_IDX)
                            MOVE SPACE TO OPR_LAST_SIGNON(OPER_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE OPERATOR_MASTER_FILE.
    LOAD_OPERATOR_EXIT.
    *>4.部門長の読み込み(部門長の氏名はオペレータマスタから引く)
    LOAD_DEPT_RTN SECTION.
        OPEN INPUT DEPT_HEAD_FILE.
        IF DEPT_HEAD_STATUS NOT = "00"
            THEN
                DISPLAY "DEPARTMENT HEAD FILE NOT FOUND. ALL OPERATORS "
                    "GO TO AUTHORITY-3 REVIEW."
                GO TO LOAD_DEPT_EXIT
        END-IF.
        PERFORM UNTIL DEPT_HEAD_STATUS NOT = "00"
            MOVE SPACE TO DEPT_HEAD_RECORD
            READ DEPT_HEAD_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF DEPT_TBL_SIZE < 50 AND DPH_DEPT NOT = SPACE
                        THEN
                            ADD 1 TO DEPT_TBL_SIZE
                            SET DEPT_IDX TO DEPT_TBL_SIZE
                            MOVE DPH_DEPT TO DPT_DEPT(DEPT_IDX)
                            MOVE DPH_HEAD TO DPT_HEAD(DEPT_IDX)
                            MOVE DPH_NAME TO DPT_NAME(DEPT_IDX)
                            MOVE "(UNKNOWN)" TO DPT_HEAD_NAME(DEPT_IDX)
                            SET OPER_IDX TO 1
                            SEARCH OPER_TBL
                                AT END
                                    CONTINUE
                                WHEN OPR_CODE(OPER_IDX) = DPH_HEAD
                                    MOVE OPR_NAME(OPER_IDX)
                                        TO DPT_HEAD_NAME(DEPT_IDX)
                            END-SEARCH
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE DEPT_HEAD_FILE.
    LOAD_DEPT_EXIT.
    *>5.所属部門と部門長の割り当て(部門長自身・部門長のいない部門は空白=
    *>本人以外の権限3のオペレータが判定する)
    ASSIGN_DEPT_RTN SECTION.
        OPEN INPUT OPERATOR_DEPT_FILE.
        IF OPERATOR_DEPT_STATUS = "00"
            THEN
                PERFORM UNTIL OPERATOR_DEPT_STATUS NOT = "00"
                    MOVE SPACE TO OPERATOR_DEPT_RECORD
                    READ OPERATOR_DEPT_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            SET OPER_IDX TO 1
                            SEARCH OPER_TBL
                                AT END
                                    CONTINUE
                                WHEN OPR_CODE(OPER_IDX) = OPD_OPERATOR
                                    MOVE OPD_DEPT TO OPR_DEPT(OPER_IDX)
                            END-SEARCH
                    END-READ
                END-PERFORM
                CLOSE OPERATOR_DEPT_FILE
        END-IF.
        PERFORM VARYING OPER_IDX FROM 1 BY 1
                UNTIL OPER_IDX > OPER_TBL_SIZE
            SET DEPT_IDX TO 1
            SEARCH DEPT_TBL
                AT END
                    CONTINUE
                WHEN DPT_DEPT(DEPT_IDX) = OPR_DEPT(OPER_IDX)
                    MOVE DPT_HEAD(DEPT_IDX) TO OPR_HEAD(OPER_IDX)
            END-SEARCH
            IF OPR_HEAD(OPER_IDX) = OPR_CODE(OPER_IDX)
                THEN
                    MOVE SPACE TO OPR_HEAD(OPER_IDX)
            END-IF
            IF OPR_HEAD(OPER_IDX) = SPACE
                THEN
                    ADD 1 TO WK_SELF_CNT
            END-IF
        END-PERFORM.
    ASSIGN_DEPT_EXIT.
    *>6.セッションログから最終サインオン日を拾う(事象SIGNONの最大の日付)
    LAST_SIGNON_RTN SECTION.
        OPEN INPUT SESSION_LOG_FILE.
        IF SESSION_LOG_STATUS NOT = "00"
            THEN
                GO TO LAST_SIGNON_EXIT
        END-IF.
        PERFORM UNTIL SESSION_LOG_STATUS NOT = "00"
            MOVE SPACE TO SESSION_LOG_RECORD
            READ SESSION_LOG_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SES_EVENT = "SIGNON"
                        THEN
                            SET OPER_IDX TO 1
                            SEARCH OPER_TBL
                                AT END
                                    CONTINUE
                                WHEN OPR_CODE(OPER_IDX) = SES_OPERATOR
                                    IF SES_DATE > OPR_LAST_SIGNON(OPER_IDX)
                                        THEN
                                            MOVE SES_DATE
                                              TO OPR_LAST_SIGNON(OPER_IDX)
                                    END-IF
                            END-SEARCH
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE SESSION_LOG_FILE.
    LAST_SIGNON_EXIT.
    *>7.再認定表の作成(判定欄は空白=未判定)
    WRITE_REVIEW_RTN SECTION.
        OPEN OUTPUT RECERT_REVIEW_FILE.
        PERFORM VARYING OPER_IDX FROM 1 BY 1
                UNTIL OPER_IDX > OPER_TBL_SIZE
            MOVE SPACE TO RECERT_REVIEW_RECORD
            MOVE WK_CYCLE TO RVW_CYCLE
            MOVE OPR_CODE(OPER_IDX) TO RVW_OPERATOR
            MOVE OPR_NAME(OPER_IDX) TO RVW_NAME
            MOVE OPR_DEPT(OPER_IDX) TO RVW_DEPT
            MOVE OPR_HEAD(OPER_IDX) TO RVW_HEAD
            MOVE OPR_AUTHORITY(OPER_IDX) TO RVW_AUTHORITY
            MOVE OPR_LAST_SIGNON(OPER_IDX) TO RVW_LAST_SIGNON
            MOVE ZERO TO RVW_NEW_AUTHORITY
            WRITE RECERT_REVIEW_RECORD
        END-PERFORM.
        CLOSE RECERT_REVIEW_FILE.
    WRITE_REVIEW_EXIT.
    *>8.レビュー表(部門ごとに改ページ。最後に権限3のオペレータが判定する行)
    PRINT_RTN SECTION.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_CYCLE TO RCL_CYCLE.
        MOVE WK_TODAY TO RCL_TODAY.
        MOVE WK_DEADLINE TO RCL_DEADLINE.
        PERFORM VARYING DEPT_IDX FROM 1 BY 1
                UNTIL DEPT_IDX > DEPT_TBL_SIZE
            MOVE DPT_DEPT(DEPT_IDX) TO WK_PAGE_DEPT RCL_DEPT
            MOVE DPT_HEAD(DEPT_IDX) TO WK_PAGE_HEAD RCL_HEAD
            MOVE DPT_NAME(DEPT_IDX) TO RCL_DEPT_NAME
            MOVE DPT_HEAD_NAME(DEPT_IDX) TO RCL_HEAD_NAME
            PERFORM PRINT_PAGE_RTN
        END-PERFORM.
        IF WK_SELF_CNT > ZERO
            THEN
                MOVE SPACE TO WK_PAGE_DEPT WK_PAGE_HEAD
                MOVE "ALL" TO RCL_DEPT
                MOVE "SELF / NO HEAD" TO RCL_DEPT_NAME
                MOVE "AUTH3" TO RCL_HEAD
                MOVE "(OTHER)" TO RCL_HEAD_NAME
                PERFORM PRINT_PAGE_RTN
        END-IF.
        MOVE OPER_TBL_SIZE TO RCL_OPER_CNT.
        MOVE WK_DORMANT_CNT TO RCL_DORMANT_CNT.
        MOVE WK_SELF_CNT TO RCL_SELF_CNT.
        WRITE PRINT_RECORD FROM RCL_TOTAL_LINE AFTER 2 LINE.
        MOVE SPACE TO RCL_MESSAGE.
        STRING "OPERATORS WITH NO DECISION BY " DELIMITED BY SIZE
            WK_DEADLINE DELIMITED BY SIZE
            " WILL BE SUSPENDED." DELIMITED BY SIZE
            INTO RCL_MESSAGE.
        WRITE PRINT_RECORD FROM RCL_MESSAGE_LINE AFTER 1 LINE.
        CLOSE PRINT_FILE.
    PRINT_EXIT.
    *>8-1.1部門分(部門長を持つ部門はその部門の行、空白の回は部門長の無い行)
    PRINT_PAGE_RTN SECTION.
        MOVE ZERO TO WK_PAGE_CNT.
        WRITE PRINT_RECORD FROM RCL_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM RCL_DEPT_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM RCL_HEADING_LINE AFTER 2 LINE.
        PERFORM VARYING OPER_IDX FROM 1 BY 1
                UNTIL OPER_IDX > OPER_TBL_SIZE
            IF (WK_PAGE_HEAD NOT = SPACE
                    AND OPR_DEPT(OPER_IDX) = WK_PAGE_DEPT
                    AND OPR_HEAD(OPER_IDX) NOT = SPACE)
                OR (WK_PAGE_HEAD = SPACE
                    AND OPR_HEAD(OPER_IDX) = SPACE)
                THEN
                    PERFORM PRINT_DETAIL_RTN
            END-IF
        END-PERFORM.
        IF WK_PAGE_CNT = ZERO
            THEN
                MOVE "  (NO OPERATORS TO REVIEW)" TO RCL_MESSAGE
                WRITE PRINT_RECORD FROM RCL_MESSAGE_LINE AFTER 1 LINE
        END-IF.
    PRINT_PAGE_EXIT.
    *>8-2.明細1行(90日サインオンの無いIDは休眠として目立たせる)
    PRINT_DETAIL_RTN SECTION.
        ADD 1 TO WK_PAGE_CNT.
        MOVE OPR_CODE(OPER_IDX) TO RCL_OPERATOR.
        MOVE OPR_NAME(OPER_IDX) TO RCL_NAME.
        MOVE OPR_AUTHORITY(OPER_IDX) TO RCL_AUTHORITY.
        MOVE SPACE TO RCL_NOTE.
        IF OPR_LAST_SIGNON(OPER_IDX) = SPACE
            THEN
                MOVE "NEVER" TO RCL_LAST_SIGNON
                MOVE "DORMANT" TO RCL_NOTE
            ELSE
                MOVE OPR_LAST_SIGNON(OPER_IDX) TO RCL_LAST_SIGNON
                IF OPR_LAST_SIGNON(OPER_IDX) < WK_DORMANT_DATE
                    THEN
                        MOVE "DORMANT" TO RCL_NOTE
                END-IF
        END-IF.
        IF RCL_NOTE = "DORMANT"
            THEN
                ADD 1 TO WK_DORMANT_CNT
        END-IF.
        IF OPR_DEPT(OPER_IDX) = "***" AND WK_PAGE_HEAD = SPACE
            THEN
                MOVE "NO DEPT" TO RCL_NOTE
        END-IF.
        WRITE PRINT_RECORD FROM RCL_DETAIL_LINE AFTER 1 LINE.
    PRINT_DETAIL_EXIT.
*>OperatorDept.txtの1行 = オペレータ(5) 空白 部門(3)
*>DepartmentHead.txtの1行 = 部門(3) 空白 部門長のオペレータID(5) 空白 部門名(20)
*>RecertCycle.txtの1行 = 回(6:YYYYQn) 開始日(8) 期限(8) 状態(1:O/C) 締め日(8)
*>RecertReview.txtの1行 = 回(6) オペレータ(5) 氏名(10) 部門(3) 部門長(5:空白=
*>権限3が判定) 権限(1) 最終サインオン日(8:空白=無し) 判定(1:空白/K/D/R)
*>引き下げ後の権限(1) 判定者(5) 判定日(8)。項目の間は空白1桁
