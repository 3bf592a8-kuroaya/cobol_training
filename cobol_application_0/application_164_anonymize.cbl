*>退職者の個人データの匿名化 従業員マスタ・口座マスタ・口座変更履歴・
*>従業員変更履歴には、何年も前に退職した人の氏名・フリガナ・口座番号が残り続ける
*>退職精算台帳(LeaverSettlement.txt)の退職日が保存年数パラメータ
*>(AnonymizeParm.txt)のN年より前で、精算が完了("C")している退職者("T")について
*>  従業員マスタ(EmployeeMaster.txt)        の氏名・フリガナ
*>  口座マスタ(BankAccountMaster.txt)       の銀行・支店・口座番号
*>  口座変更履歴(BankAcctChangeLog.txt)     の詳細(口座番号)
*>  従業員変更履歴(EmployeeChangeLog.txt)   の新値の氏名(退職の行は退職日なので残す)
*>を"*"で埋める。従業員コード・日付・金額・状態は書き換えない
*>支給履歴(PayHistory.txtと年度アーカイブPayHistoryYYYY.txt)と
*>セッションログ(SessionLog.txt)は氏名・口座を持たないため書き換えず、
*>該当する行数を確認して証明書に載せる
*>匿名化した従業員と、ファイルごとの件数を匿名化証明書(AnonymizeCertificate.txt。
*>スプール台帳へ登録)に印字し、匿名化台帳(AnonymizeRegister.txt)へ追記する
*>パラメータの処理区分が"U"でなければ書き換えずに対象と件数だけを印字する(予告)
*>書き換えは元に戻せないため、更新の実行前にAPPLICATION_107_BACKUPを流すこと
*>退職日の無い退職者・精算が完了していない退職者は保留として一覧するだけ(RC=4)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_164_ANONYMIZE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PARM_FILE
            ASSIGN TO "AnonymizeParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM_STATUS.
        SELECT LEAVER_SETTLE_FILE
            ASSIGN TO "LeaverSettlement.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEAVER_SETTLE_STATUS.
        SELECT EMPLOYEE_MASTER_FILE
            ASSIGN TO "EmployeeMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EMPLOYEE_MASTER_STATUS.
        SELECT TARGET_FILE
            ASSIGN TO DYNAMIC WK_TARGET_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TARGET_STATUS.
        SELECT WORK_FILE
            ASSIGN TO "AnonymizeWork.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WORK_STATUS.
        SELECT REGISTER_FILE
            ASSIGN TO "AnonymizeRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REGISTER_STATUS.
        SELECT PRINT_FILE
            ASSIGN TO "AnonymizeCertificate.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
*>パラメータ(保存年数2桁、処理区分 U=更新 それ以外=予告)
        FD PARM_FILE.
        01 PARM_RECORD.
            05 PRM_YEARS PIC X(02).
            05 FILLER PIC X(01).
            05 PRM_MODE PIC X(01).
        FD LEAVER_SETTLE_FILE.
        01 LEAVER_SETTLE_RECORD.
            05 LVS_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 LVS_LEAVING_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 LVS_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 LVS_PERIOD PIC X(06).
            05 FILLER PIC X(01).
            05 LVS_GROSS PIC X(05).
            05 FILLER PIC X(01).
            05 LVS_SETTLED_DATE PIC X(08).
        FD EMPLOYEE_MASTER_FILE.
        01 EMPLOYEE_MASTER_RECORD.
            05 EM_CODE PIC X(05).
            05 EM_BELONGS PIC X(03).
            05 EM_NAME PIC X(10).
            05 EM_FURIGANA PIC X(20).
            05 EM_STATUS PIC X(01).
        FD TARGET_FILE.
        01 TARGET_RECORD PIC X(200).
        FD WORK_FILE.
        01 WORK_RECORD PIC X(200).
*>匿名化台帳(実行日 従業員 退職日 ファイル区分別の件数)
        FD REGISTER_FILE.
        01 REGISTER_RECORD.
            05 REG_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 REG_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 REG_LEAVING_DATE PIC X(08).
            05 REG_COUNTS OCCURS 6 TIMES.
                10 FILLER PIC X(01).
                10 REG_CNT PIC 9(05).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 PARM_STATUS PIC XX.
        01 LEAVER_SETTLE_STATUS PIC XX.
        01 EMPLOYEE_MASTER_STATUS PIC XX.
        01 TARGET_STATUS PIC XX.
        01 WORK_STATUS PIC XX.
        01 REGISTER_STATUS PIC XX.
        01 WK_TARGET_NAME PIC X(30).
*>保存年数(パラメータが無い場合の既定は7年)と処理区分(既定は予告)
        01 WK_KEEP_YEARS PIC 9(02) VALUE 7.
        01 WK_MODE PIC X(01) VALUE "P".
            88 WK_UPDATE_MODE VALUE "U".
*>業務日付と基準日(業務日付のN年前の同月同日。これより前の退職日が対象)
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_R REDEFINES WK_TODAY.
            05 WK_TODAY_YEAR PIC 9(04).
            05 WK_TODAY_MMDD PIC 9(04).
        01 WK_CUTOFF PIC 9(08).
        01 WK_CUTOFF_R REDEFINES WK_CUTOFF.
            05 WK_CUTOFF_YEAR PIC 9(04).
            05 WK_CUTOFF_MMDD PIC 9(04).
        01 WK_ARCH_YEAR PIC 9(04).
*>退職精算台帳(従業員ごとの退職日と精算の状態)
        01 SETTLE_TBL_MASTER.
            05 SETTLE_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 SETTLE_TBL OCCURS 0 TO 2000
                DEPENDING ON SETTLE_TBL_SIZE
                INDEXED BY SETTLE_IDX.
                10 STL_EMPLOYEE PIC X(05).
                10 STL_LEAVING_DATE PIC X(08).
                10 STL_STATUS PIC X(01).
*>匿名化の対象者(ファイル区分ごとの件数を持つ)
        01 TARGET_TBL_MASTER.
            05 TARGET_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 TARGET_TBL OCCURS 0 TO 500
                DEPENDING ON TARGET_TBL_SIZE
                INDEXED BY TARGET_IDX.
                10 TGT_EMPLOYEE PIC X(05).
                10 TGT_LEAVING_DATE PIC X(08).
                10 TGT_CNT PIC 9(05) OCCURS 6 TIMES.
*>対象ファイル定義(ファイル名/区分/従業員コードの位置/"*"で埋める範囲3つ/
*>埋めない行の判定位置・長さ・値。範囲の無いファイルは確認だけで書き換えない)
        01 FILE_TBL_MASTER.
            05 FILE_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 FILE_TBL OCCURS 0 TO 60
                DEPENDING ON FILE_TBL_SIZE
                INDEXED BY FILE_IDX.
                10 FDT_NAME PIC X(30).
                10 FDT_KIND PIC 9(01).
                10 FDT_KEY_POS PIC 9(03).
                10 FDT_MASK OCCURS 3 TIMES.
                    15 FDT_MASK_POS PIC 9(03).
                    15 FDT_MASK_LEN PIC 9(03).
                10 FDT_KEEP_POS PIC 9(03).
                10 FDT_KEEP_LEN PIC 9(02).
                10 FDT_KEEP_VALUE PIC X(10).
                10 FDT_READ_CNT PIC 9(07).
                10 FDT_HIT_CNT PIC 9(07).
                10 FDT_MISSING_SW PIC X(01).
*>ファイル区分の見出し(1=従業員マスタ 2=口座マスタ 3=口座変更履歴
*>4=従業員変更履歴 5=支給履歴 6=セッションログ)
        01 KIND_NAME_VALUES.
            05 PIC X(06) VALUE "EMP".
            05 PIC X(06) VALUE "BANK".
            05 PIC X(06) VALUE "BKLOG".
            05 PIC X(06) VALUE "CHGLOG".
            05 PIC X(06) VALUE "PAY".
            05 PIC X(06) VALUE "SESS".
        01 KIND_NAME_TBL REDEFINES KIND_NAME_VALUES.
            05 KIND_NAME PIC X(06) OCCURS 6 TIMES.
        01 WK_KEY PIC X(05).
        01 WK_KIND PIC 9(01).
        01 WK_SUB PIC 9(01).
        01 WK_MASK_SW PIC X(01).
        01 WK_REWRITE_SW PIC X(01).
        01 WK_HELD_CNT PIC 9(03) VALUE ZERO.
        01 WK_MASKED_TOTAL PIC 9(07) VALUE ZERO.
        01 WK_RETAINED_TOTAL PIC 9(07) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "AnonymizeCertificate.txt".
*>帳票行(見出し/条件/保留/対象者/ファイル別/証明文)
        01 ANC_TITLE_LINE.
            05 PIC X(43) VALUE
                "*** PERSONAL DATA ANONYMIZATION CERTIFICATE".
            05 PIC X(09) VALUE " ***  RUN".
            05 PIC X(01) VALUE SPACE.
            05 ANC_TODAY PIC 9(08).
            05 PIC X(01) VALUE SPACE.
            05 ANC_MODE PIC X(18).
        01 ANC_CONDITION_LINE.
            05 PIC X(20) VALUE "RETENTION (YEARS): ".
            05 ANC_YEARS PIC Z9.
            05 PIC X(32) VALUE
                "   LEFT BEFORE (LEAVING DATE) : ".
            05 ANC_CUTOFF PIC 9(08).
            05 PIC X(18) VALUE SPACE.
        01 ANC_HEADING_LINE.
            05 PIC X(80) VALUE
            "EMPLOYEE LEAVING     EMP   BANK  BKLOG CHGLOG    PAY   SESS".
        01 ANC_TARGET_LINE.
            05 ANC_EMPLOYEE PIC X(05).
            05 PIC X(04) VALUE SPACE.
            05 ANC_LEAVING_DATE PIC X(08).
            05 ANC_COUNTS OCCURS 6 TIMES.
                10 PIC X(02) VALUE SPACE.
                10 ANC_CNT PIC ZZZZ9.
            05 PIC X(21) VALUE SPACE.
        01 ANC_HELD_LINE.
            05 ANC_HELD_EMPLOYEE PIC X(05).
            05 PIC X(04) VALUE SPACE.
            05 ANC_HELD_DATE PIC X(08).
            05 PIC X(02) VALUE SPACE.
            05 ANC_HELD_REASON PIC X(40).
            05 PIC X(21) VALUE SPACE.
        01 ANC_FILE_LINE.
            05 ANC_FILE_KIND PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 ANC_FILE_NAME PIC X(30).
            05 PIC X(07) VALUE " ROWS: ".
            05 ANC_READ_CNT PIC Z(6)9.
            05 PIC X(02) VALUE SPACE.
            05 ANC_FILE_ACTION PIC X(10).
            05 ANC_HIT_CNT PIC Z(6)9.
            05 PIC X(10) VALUE SPACE.
        01 ANC_MESSAGE_LINE.
            05 ANC_MESSAGE PIC X(80).
        01 ANC_TOTAL_LINE.
            05 PIC X(10) VALUE "EMPLOYEES:".
            05 ANC_TARGET_CNT PIC ZZ9.
            05 PIC X(08) VALUE "  HELD:".
            05 ANC_HELD_CNT PIC ZZ9.
            05 PIC X(15) VALUE "  ROWS MASKED:".
            05 ANC_MASKED_TOTAL PIC Z(6)9.
            05 PIC X(17) VALUE "  ROWS RETAINED:".
            05 ANC_RETAINED_TOTAL PIC Z(6)9.
            05 PIC X(10) VALUE SPACE.
PROCEDURE DIVISION.
    ANONYMIZE_RTN SECTION.
    *>初期処理(パラメータ・基準日、精算台帳と対象者、対象ファイル定義)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_PARM_RTN.
        PERFORM LOAD_SETTLE_RTN.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TODAY TO ANC_TODAY.
        IF WK_UPDATE_MODE
            THEN
                MOVE "(ANONYMIZED)" TO ANC_MODE
            ELSE
                MOVE "(PREVIEW ONLY)" TO ANC_MODE
        END-IF.
        WRITE PRINT_RECORD FROM ANC_TITLE_LINE AFTER PAGE.
        MOVE WK_KEEP_YEARS TO ANC_YEARS.
        MOVE WK_CUTOFF TO ANC_CUTOFF.
        WRITE PRINT_RECORD FROM ANC_CONDITION_LINE AFTER 1 LINE.
        PERFORM LOAD_TARGET_RTN.
        IF EMPLOYEE_MASTER_STATUS = "35"
            THEN
                MOVE "** EMPLOYEE MASTER NOT FOUND. NOTHING ANONYMIZED"
                    TO ANC_MESSAGE
                WRITE PRINT_RECORD FROM ANC_MESSAGE_LINE AFTER 2 LINE
                CLOSE PRINT_FILE
                DISPLAY "EMPLOYEE MASTER NOT FOUND. ANONYMIZE ABORTED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM BUILD_FILE_TBL_RTN.
    *>主処理(対象ファイルを1本ずつ読み、対象者の行を"*"で埋める)
        IF TARGET_TBL_SIZE > ZERO
            THEN
                PERFORM FILE_RTN
                    VARYING FILE_IDX FROM 1 BY 1
                    UNTIL FILE_IDX > FILE_TBL_SIZE
        END-IF.
    *>終了処理(証明書の対象者・ファイル別の件数、匿名化台帳への追記、
    *>スプール台帳への登録)
        PERFORM PRINT_TARGET_RTN.
        PERFORM PRINT_FILE_RTN.
        IF WK_UPDATE_MODE
            THEN
                PERFORM WRITE_REGISTER_RTN
        END-IF.
        MOVE TARGET_TBL_SIZE TO ANC_TARGET_CNT.
        MOVE WK_HELD_CNT TO ANC_HELD_CNT.
        MOVE WK_MASKED_TOTAL TO ANC_MASKED_TOTAL.
        MOVE WK_RETAINED_TOTAL TO ANC_RETAINED_TOTAL.
        WRITE PRINT_RECORD FROM ANC_TOTAL_LINE AFTER 2 LINE.
        IF WK_UPDATE_MODE AND TARGET_TBL_SIZE > ZERO
            THEN
                MOVE SPACE TO ANC_MESSAGE
                STRING "NAMES, FURIGANA AND BANK DETAILS OF THE ABOVE "
                    DELIMITED BY SIZE
                    "WERE REPLACED WITH * ON " DELIMITED BY SIZE
                    WK_TODAY DELIMITED BY SIZE
                    INTO ANC_MESSAGE
                WRITE PRINT_RECORD FROM ANC_MESSAGE_LINE AFTER 2 LINE
                MOVE "EMPLOYEE CODES, DATES AND AMOUNTS WERE RETAINED."
                    TO ANC_MESSAGE
                WRITE PRINT_RECORD FROM ANC_MESSAGE_LINE AFTER 1 LINE
        END-IF.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "ANONYMIZE END. EMPLOYEES:" TARGET_TBL_SIZE
            " HELD:" WK_HELD_CNT " ROWS MASKED:" WK_MASKED_TOTAL.
        IF WK_HELD_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    ANONYMIZE_EXIT.
    *>1.対象ファイル1本(対象者の行の件数を数え、更新なら作業ファイル経由で書き戻す)
    FILE_RTN SECTION.
        MOVE ZERO TO FDT_READ_CNT(FILE_IDX) FDT_HIT_CNT(FILE_IDX).
        MOVE SPACE TO FDT_MISSING_SW(FILE_IDX).
        MOVE FDT_NAME(FILE_IDX) TO WK_TARGET_NAME.
        MOVE FDT_KIND(FILE_IDX) TO WK_KIND.
        MOVE "N" TO WK_REWRITE_SW.
        IF WK_UPDATE_MODE AND FDT_MASK_LEN(FILE_IDX 1) > ZERO
            THEN
                MOVE "Y" TO WK_REWRITE_SW
        END-IF.
        OPEN INPUT TARGET_FILE.
        IF TARGET_STATUS NOT = "00"
            THEN
                MOVE "1" TO FDT_MISSING_SW(FILE_IDX)
                GO TO FILE_EXIT
        END-IF.
        IF WK_REWRITE_SW = "Y"
            THEN
                OPEN OUTPUT WORK_FILE
        END-IF.
        PERFORM UNTIL TARGET_STATUS NOT = "00"
            MOVE SPACE TO TARGET_RECORD
            READ TARGET_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM RECORD_RTN
            END-READ
        END-PERFORM.
        CLOSE TARGET_FILE.
        IF WK_REWRITE_SW NOT = "Y"
            THEN
                GO TO FILE_EXIT
        END-IF.
        CLOSE WORK_FILE.
        IF FDT_HIT_CNT(FILE_IDX) = ZERO
            THEN
                GO TO FILE_EXIT
        END-IF.
*>作業ファイルを元のファイルへ書き戻す
        OPEN OUTPUT TARGET_FILE.
        OPEN INPUT WORK_FILE.
        PERFORM UNTIL WORK_STATUS NOT = "00"
            MOVE SPACE TO WORK_RECORD
            READ WORK_FILE
                AT END
                    CONTINUE
                NOT AT END
                    WRITE TARGET_RECORD FROM WORK_RECORD
            END-READ
        END-PERFORM.
        CLOSE WORK_FILE.
        CLOSE TARGET_FILE.
    FILE_EXIT.
    *>1-1.1行(対象者の行なら件数を数え、書き換えるファイルなら範囲を"*"で埋める)
    RECORD_RTN SECTION.
        ADD 1 TO FDT_READ_CNT(FILE_IDX).
        MOVE TARGET_RECORD(FDT_KEY_POS(FILE_IDX):5) TO WK_KEY.
        MOVE "N" TO WK_MASK_SW.
        SET TARGET_IDX TO 1.
        SEARCH TARGET_TBL
            AT END
                CONTINUE
            WHEN TGT_EMPLOYEE(TARGET_IDX) = WK_KEY
                MOVE "Y" TO WK_MASK_SW
        END-SEARCH.
        IF WK_MASK_SW = "Y" AND FDT_KEEP_POS(FILE_IDX) > ZERO
            THEN
                IF TARGET_RECORD(FDT_KEEP_POS(FILE_IDX):
                        FDT_KEEP_LEN(FILE_IDX))
                        = FDT_KEEP_VALUE(FILE_IDX)(1:FDT_KEEP_LEN(FILE_IDX))
                    THEN
                        MOVE "N" TO WK_MASK_SW
                END-IF
        END-IF.
        IF WK_MASK_SW = "Y"
            THEN
                ADD 1 TO FDT_HIT_CNT(FILE_IDX)
                ADD 1 TO TGT_CNT(TARGET_IDX WK_KIND)
                PERFORM VARYING WK_SUB FROM 1 BY 1 UNTIL WK_SUB > 3
                    IF FDT_MASK_LEN(FILE_IDX WK_SUB) > ZERO
                        THEN
                            MOVE ALL "*" TO TARGET_RECORD
                                (FDT_MASK_POS(FILE_IDX WK_SUB):
                                FDT_MASK_LEN(FILE_IDX WK_SUB))
                    END-IF
                END-PERFORM
        END-IF.
        IF WK_REWRITE_SW = "Y"
            THEN
                WRITE WORK_RECORD FROM TARGET_RECORD
        END-IF.
    RECORD_EXIT.
    *>2.パラメータの読み込みと基準日の算出(2月29日は28日に読み替える)
    LOAD_PARM_RTN SECTION.
        OPEN INPUT PARM_FILE.
        IF PARM_STATUS = "00"
            THEN
                MOVE SPACE TO PARM_RECORD
                READ PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PRM_YEARS IS NUMERIC AND PRM_YEARS > ZERO
                            THEN
                                MOVE PRM_YEARS TO WK_KEEP_YEARS
                        END-IF
                        IF PRM_MODE = "U"
                            THEN
                                MOVE "U" TO WK_MODE
                        END-IF
                END-READ
                CLOSE PARM_FILE
        END-IF.
        COMPUTE WK_CUTOFF_YEAR = WK_TODAY_YEAR - WK_KEEP_YEARS.
        MOVE WK_TODAY_MMDD TO WK_CUTOFF_MMDD.
        IF WK_CUTOFF_MMDD = 0229
            THEN
                MOVE 0228 TO WK_CUTOFF_MMDD
        END-IF.
    LOAD_PARM_EXIT.
    *>3.退職精算台帳の読み込み
    LOAD_SETTLE_RTN SECTION.
        OPEN INPUT LEAVER_SETTLE_FILE.
        IF LEAVER_SETTLE_STATUS NOT = "00"
            THEN
                GO TO LOAD_SETTLE_EXIT
        END-IF.
        PERFORM UNTIL LEAVER_SETTLE_STATUS NOT = "00"
            READ LEAVER_SETTLE_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SETTLE_TBL_SIZE < 2000
                        THEN
                            ADD 1 TO SETTLE_TBL_SIZE
                            SET SETTLE_IDX TO SETTLE_TBL_SIZE
                            MOVE LVS_EMPLOYEE TO STL_EMPLOYEE(SETTLE_IDX)
                            MOVE LVS_LEAVING_DATE
                                TO STL_LEAVING_DATE(SETTLE_IDX)
                            MOVE LVS_STATUS TO STL_STATUS(SETTLE_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE LEAVER_SETTLE_FILE.
    LOAD_SETTLE_EXIT.
    *>4.対象者の抽出(退職者のうち退職日が基準日より前で精算が完了した人。
    *>匿名化済み(氏名が"*")の人は対象外)
    LOAD_TARGET_RTN SECTION.
        OPEN INPUT EMPLOYEE_MASTER_FILE.
        IF EMPLOYEE_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD_TARGET_EXIT
        END-IF.
        PERFORM UNTIL EMPLOYEE_MASTER_STATUS NOT = "00"
            READ EMPLOYEE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF EM_STATUS = "T" AND EM_NAME NOT = ALL "*"
                        THEN
                            PERFORM CHECK_LEAVER_RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPLOYEE_MASTER_FILE.
    LOAD_TARGET_EXIT.
    *>4-1.退職者1名の判定(保留は理由つきで証明書に載せる)
    CHECK_LEAVER_RTN SECTION.
        MOVE EM_CODE TO ANC_HELD_EMPLOYEE.
        MOVE SPACE TO ANC_HELD_DATE.
        SET SETTLE_IDX TO 1.
        SEARCH SETTLE_TBL
            AT END
                MOVE "HELD: NO LEAVING DATE IN SETTLEMENT FILE"
                    TO ANC_HELD_REASON
                PERFORM HELD_RTN
                GO TO CHECK_LEAVER_EXIT
            WHEN STL_EMPLOYEE(SETTLE_IDX) = EM_CODE
                MOVE STL_LEAVING_DATE(SETTLE_IDX) TO ANC_HELD_DATE
        END-SEARCH.
        IF STL_LEAVING_DATE(SETTLE_IDX) IS NOT NUMERIC
            THEN
                MOVE "HELD: LEAVING DATE NOT READABLE"
                    TO ANC_HELD_REASON
                PERFORM HELD_RTN
                GO TO CHECK_LEAVER_EXIT
        END-IF.
        IF STL_LEAVING_DATE(SETTLE_IDX) NOT < WK_CUTOFF
            THEN
                GO TO CHECK_LEAVER_EXIT
        END-IF.
        IF STL_STATUS(SETTLE_IDX) NOT = "C"
            THEN
                MOVE "HELD: LEAVER SETTLEMENT NOT COMPLETED"
                    TO ANC_HELD_REASON
                PERFORM HELD_RTN
                GO TO CHECK_LEAVER_EXIT
        END-IF.
        IF TARGET_TBL_SIZE NOT < 500
            THEN
                MOVE "HELD: OVER 500 IN ONE RUN. RUN AGAIN"
                    TO ANC_HELD_REASON
                PERFORM HELD_RTN
                GO TO CHECK_LEAVER_EXIT
        END-IF.
        ADD 1 TO TARGET_TBL_SIZE.
        SET TARGET_IDX TO TARGET_TBL_SIZE.
        MOVE EM_CODE TO TGT_EMPLOYEE(TARGET_IDX).
        MOVE STL_LEAVING_DATE(SETTLE_IDX) TO TGT_LEAVING_DATE(TARGET_IDX).
        PERFORM VARYING WK_KIND FROM 1 BY 1 UNTIL WK_KIND > 6
            MOVE ZERO TO TGT_CNT(TARGET_IDX WK_KIND)
        END-PERFORM.
    CHECK_LEAVER_EXIT.
    *>4-2.保留1件の明細行
    HELD_RTN SECTION.
        ADD 1 TO WK_HELD_CNT.
        WRITE PRINT_RECORD FROM ANC_HELD_LINE AFTER 1 LINE.
    HELD_EXIT.
    *>5.対象ファイル定義の構築(支給履歴の年度アーカイブは業務日付の40年前から
    *>当年までのうち存在するもの)
    BUILD_FILE_TBL_RTN SECTION.
        PERFORM ADD_FILE_RTN.
        MOVE "EmployeeMaster.txt" TO FDT_NAME(FILE_IDX).
        MOVE 1 TO FDT_KIND(FILE_IDX) FDT_KEY_POS(FILE_IDX).
        MOVE 9 TO FDT_MASK_POS(FILE_IDX 1).
        MOVE 10 TO FDT_MASK_LEN(FILE_IDX 1).
        MOVE 19 TO FDT_MASK_POS(FILE_IDX 2).
        MOVE 20 TO FDT_MASK_LEN(FILE_IDX 2).
        PERFORM ADD_FILE_RTN.
        MOVE "BankAccountMaster.txt" TO FDT_NAME(FILE_IDX).
        MOVE 2 TO FDT_KIND(FILE_IDX).
        MOVE 1 TO FDT_KEY_POS(FILE_IDX).
        MOVE 7 TO FDT_MASK_POS(FILE_IDX 1).
        MOVE 14 TO FDT_MASK_LEN(FILE_IDX 1).
        PERFORM ADD_FILE_RTN.
        MOVE "BankAcctChangeLog.txt" TO FDT_NAME(FILE_IDX).
        MOVE 3 TO FDT_KIND(FILE_IDX).
        MOVE 36 TO FDT_KEY_POS(FILE_IDX).
        MOVE 42 TO FDT_MASK_POS(FILE_IDX 1).
        MOVE 20 TO FDT_MASK_LEN(FILE_IDX 1).
        PERFORM ADD_FILE_RTN.
        MOVE "EmployeeChangeLog.txt" TO FDT_NAME(FILE_IDX).
        MOVE 4 TO FDT_KIND(FILE_IDX).
        MOVE 36 TO FDT_KEY_POS(FILE_IDX).
        MOVE 59 TO FDT_MASK_POS(FILE_IDX 1).
        MOVE 10 TO FDT_MASK_LEN(FILE_IDX 1).
        MOVE 25 TO FDT_KEEP_POS(FILE_IDX).
        MOVE 10 TO FDT_KEEP_LEN(FILE_IDX).
        MOVE "TERMINATE" TO FDT_KEEP_VALUE(FILE_IDX).
        PERFORM ADD_FILE_RTN.
        MOVE "PayHistory.txt" TO FDT_NAME(FILE_IDX).
        MOVE 5 TO FDT_KIND(FILE_IDX).
        MOVE 8 TO FDT_KEY_POS(FILE_IDX).
        COMPUTE WK_ARCH_YEAR = WK_TODAY_YEAR - 40.
        PERFORM UNTIL WK_ARCH_YEAR > WK_TODAY_YEAR
            MOVE SPACE TO WK_TARGET_NAME
            STRING "PayHistory" WK_ARCH_YEAR ".txt" DELIMITED BY SIZE
                INTO WK_TARGET_NAME
            OPEN INPUT TARGET_FILE
            IF TARGET_STATUS = "00"
                THEN
                    CLOSE TARGET_FILE
                    PERFORM ADD_FILE_RTN
                    MOVE WK_TARGET_NAME TO FDT_NAME(FILE_IDX)
                    MOVE 5 TO FDT_KIND(FILE_IDX)
                    MOVE 8 TO FDT_KEY_POS(FILE_IDX)
            END-IF
            ADD 1 TO WK_ARCH_YEAR
        END-PERFORM.
        PERFORM ADD_FILE_RTN.
        MOVE "SessionLog.txt" TO FDT_NAME(FILE_IDX).
        MOVE 6 TO FDT_KIND(FILE_IDX).
        MOVE 19 TO FDT_KEY_POS(FILE_IDX).
    BUILD_FILE_TBL_EXIT.
    *>5-1.ファイル定義1行の追加(範囲・判定は0で初期化する)
    ADD_FILE_RTN SECTION.
        ADD 1 TO FILE_TBL_SIZE.
        SET FILE_IDX TO FILE_TBL_SIZE.
        MOVE SPACE TO FDT_NAME(FILE_IDX) FDT_KEEP_VALUE(FILE_IDX)
            FDT_MISSING_SW(FILE_IDX).
        MOVE ZERO TO FDT_KIND(FILE_IDX) FDT_KEY_POS(FILE_IDX)
            FDT_KEEP_POS(FILE_IDX) FDT_KEEP_LEN(FILE_IDX)
            FDT_READ_CNT(FILE_IDX) FDT_HIT_CNT(FILE_IDX).
        PERFORM VARYING WK_SUB FROM 1 BY 1 UNTIL WK_SUB > 3
            MOVE ZERO TO FDT_MASK_POS(FILE_IDX WK_SUB)
                FDT_MASK_LEN(FILE_IDX WK_SUB)
        END-PERFORM.
    ADD_FILE_EXIT.
    *>6.証明書の対象者一覧(ファイル区分ごとの件数)
    PRINT_TARGET_RTN SECTION.
        WRITE PRINT_RECORD FROM ANC_HEADING_LINE AFTER 2 LINE.
        IF TARGET_TBL_SIZE = ZERO
            THEN
                MOVE "  NO FORMER EMPLOYEES DUE FOR ANONYMIZATION"
                    TO ANC_MESSAGE
                WRITE PRINT_RECORD FROM ANC_MESSAGE_LINE AFTER 1 LINE
                GO TO PRINT_TARGET_EXIT
        END-IF.
        PERFORM VARYING TARGET_IDX FROM 1 BY 1
                UNTIL TARGET_IDX > TARGET_TBL_SIZE
            MOVE TGT_EMPLOYEE(TARGET_IDX) TO ANC_EMPLOYEE
            MOVE TGT_LEAVING_DATE(TARGET_IDX) TO ANC_LEAVING_DATE
            PERFORM VARYING WK_KIND FROM 1 BY 1 UNTIL WK_KIND > 6
                MOVE TGT_CNT(TARGET_IDX WK_KIND) TO ANC_CNT(WK_KIND)
            END-PERFORM
            WRITE PRINT_RECORD FROM ANC_TARGET_LINE AFTER 1 LINE
        END-PERFORM.
    PRINT_TARGET_EXIT.
    *>7.証明書のファイル別件数(書き換えたファイルはMASKED、確認だけのファイルは
    *>RETAINED、存在しないファイルはNOT FOUND)
    PRINT_FILE_RTN SECTION.
        IF TARGET_TBL_SIZE = ZERO
            THEN
                GO TO PRINT_FILE_EXIT
        END-IF.
        MOVE SPACE TO PRINT_RECORD.
        WRITE PRINT_RECORD AFTER 1 LINE.
        PERFORM VARYING FILE_IDX FROM 1 BY 1
                UNTIL FILE_IDX > FILE_TBL_SIZE
            MOVE KIND_NAME(FDT_KIND(FILE_IDX)) TO ANC_FILE_KIND
            MOVE FDT_NAME(FILE_IDX) TO ANC_FILE_NAME
            MOVE FDT_READ_CNT(FILE_IDX) TO ANC_READ_CNT
            MOVE FDT_HIT_CNT(FILE_IDX) TO ANC_HIT_CNT
            EVALUATE TRUE
                WHEN FDT_MISSING_SW(FILE_IDX) = "1"
                    MOVE "NOT FOUND" TO ANC_FILE_ACTION
                    MOVE ZERO TO ANC_HIT_CNT
                WHEN FDT_MASK_LEN(FILE_IDX 1) = ZERO
                    MOVE "RETAINED:" TO ANC_FILE_ACTION
                    ADD FDT_HIT_CNT(FILE_IDX) TO WK_RETAINED_TOTAL
                WHEN WK_UPDATE_MODE
                    MOVE "MASKED:" TO ANC_FILE_ACTION
                    ADD FDT_HIT_CNT(FILE_IDX) TO WK_MASKED_TOTAL
                WHEN OTHER
                    MOVE "TO MASK:" TO ANC_FILE_ACTION
            END-EVALUATE
            WRITE PRINT_RECORD FROM ANC_FILE_LINE AFTER 1 LINE
        END-PERFORM.
    PRINT_FILE_EXIT.
    *>8.匿名化台帳への追記(対象者1名1行)
    WRITE_REGISTER_RTN SECTION.
        IF TARGET_TBL_SIZE = ZERO
            THEN
                GO TO WRITE_REGISTER_EXIT
        END-IF.
        OPEN EXTEND REGISTER_FILE.
        IF REGISTER_STATUS NOT = "00"
            THEN
                OPEN OUTPUT REGISTER_FILE
        END-IF.
        PERFORM VARYING TARGET_IDX FROM 1 BY 1
                UNTIL TARGET_IDX > TARGET_TBL_SIZE
            MOVE SPACE TO REGISTER_RECORD
            MOVE WK_TODAY TO REG_DATE
            MOVE TGT_EMPLOYEE(TARGET_IDX) TO REG_EMPLOYEE
            MOVE TGT_LEAVING_DATE(TARGET_IDX) TO REG_LEAVING_DATE
            PERFORM VARYING WK_KIND FROM 1 BY 1 UNTIL WK_KIND > 6
                MOVE TGT_CNT(TARGET_IDX WK_KIND) TO REG_CNT(WK_KIND)
            END-PERFORM
            WRITE REGISTER_RECORD
        END-PERFORM.
        CLOSE REGISTER_FILE.
    WRITE_REGISTER_EXIT.
*>AnonymizeParm.txtの1行 = 保存年数(2桁) 処理区分(1:U=更新)。無ければ7年・予告で動作する
*>退職日は退職精算台帳(APPLICATION_104が退職の適用時に作る)から取る
*>"*"で埋める桁位置:EmployeeMaster 9-18(氏名)19-38(フリガナ)
*>  BankAccountMaster 7-20(銀行・支店・口座) BankAcctChangeLog 42-61(詳細)
*>  EmployeeChangeLog 59-68(新値の氏名。操作が"TERMINATE"の行を除く)
*>従業員コードの位置:EmployeeMaster/BankAccountMaster 1、両変更履歴 36、
*>PayHistory 8、SessionLog 19(オペレータ欄)
*>AnonymizeRegister.txtの1行 = 実行日(8) 従業員(5) 退職日(8) 件数(5)×6
*>(EMP BANK BKLOG CHGLOG PAY SESSの順。PAY・SESSは書き換えずに残した行数)
*>匿名化済みの従業員は氏名が"*"になるので、再実行しても再び対象にならない
