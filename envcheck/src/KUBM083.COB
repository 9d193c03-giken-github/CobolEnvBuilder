       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM083.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：口座振替依頼データ作成
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：依頼台帳・振込先を索引の作業
      *    　　　　　　　　ファイル（KFRWK・FKMWK）へ展開して
      *    　　　　　　　　件数の上限を撤廃
      ******************************************************************
      *    未消込請求マスタ（OPI・KUCF063）の未回収請求書のうち、
      *    支払先が得意先振込先マスタ（FKM・KUCF114）で口座振替区分
      *    １の得意先で、支払期日がパラメタ（KFPRM・KUCF118）の
      *    振替日以前のものについて、請求書１件ごとに口座振替の
      *    依頼データ（KFZ・KUCF119。全銀フォーマット）を作成する。
      *    依頼した請求書は口座振替依頼台帳（KFROLD→KFRNEW・
      *    KUCF120）へ依頼中として記録し、台帳にある請求書は状態に
      *    よらず再依頼しない。台帳は依頼中のものと、未消込請求
      *    マスタになお残る請求書のものだけを新世代へ引き継ぐ。
      *    取引停止・解約の得意先、口座の登録内容が不正なもの、
      *    振替金額の上限を超えるものは依頼せず処理リスト（RPT）へ
      *    対象外として印字し、RETURN-CODE 4で警告する。振替不能で
      *    停止中（口座振替区分９）の得意先は依頼せず、参考として
      *    印字する。
      *    旧世代の台帳は請求書番号を、振込先は得意先コードをキーと
      *    する索引の作業ファイル（KFRWK・FKMWK）に展開し、台帳は
      *    キー順に新世代へ書き戻すため、件数に上限は無い。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL KFPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT OPI-FILE
             ASSIGN TO EXTERNAL OPI
               FILE STATUS IS WK-OPI-FILE-ERR.
           SELECT FKM-FILE
             ASSIGN TO EXTERNAL FKM
               FILE STATUS IS WK-FKM-FILE-ERR.
           SELECT KFRO-FILE
             ASSIGN TO EXTERNAL KFROLD
               FILE STATUS IS WK-KFRO-FILE-ERR.
           SELECT KFRN-FILE
             ASSIGN TO EXTERNAL KFRNEW
               FILE STATUS IS WK-KFRN-FILE-ERR.
           SELECT KFZ-FILE
             ASSIGN TO EXTERNAL KFZ
               FILE STATUS IS WK-KFZ-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT KFRW-FILE
             ASSIGN TO EXTERNAL KFRWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KFRW-SEI-NO
               FILE STATUS IS WK-KFRW-FILE-ERR.
           SELECT FKMW-FILE
             ASSIGN TO EXTERNAL FKMWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FKMW-TOKU
               FILE STATUS IS WK-FKMW-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF118.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY KUCF063.
       FD  FKM-FILE.
       01  FKM-REC.
           COPY KUCF114.
       FD  KFRO-FILE.
       01  KFRO-REC.
           COPY KUCF120.
       FD  KFRN-FILE.
       01  KFRN-REC                    PIC X(60).
       FD  KFZ-FILE.
       01  KFZ-REC.
           COPY KUCF119.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
      *口座振替依頼台帳作業ファイル（旧世代＋今回の依頼分。未消込
      *請求マスタになお残る請求書には印を付ける）
       FD  KFRW-FILE.
       01  KFRW-REC.
           03  KFRW-SEI-NO             PIC 9(8).
           03  KFRW-DATA               PIC X(60).
           03  KFRW-OPEN               PIC X(1).
      *得意先振込先作業ファイル
       FD  FKMW-FILE.
       01  FKMW-REC.
           03  FKMW-TOKU               PIC X(4).
           03  FKMW-DATA               PIC X(100).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPI-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-FKM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-KFRO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KFRN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KFZ-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-KFRW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-FKMW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  OPI-END-FLG                 PIC X VALUE "Y".
       01  FKM-END-FLG                 PIC X VALUE "Y".
       01  KFRO-END-FLG                PIC X VALUE "Y".
       01  WK-KFRW-END-FLG             PIC X VALUE "Y".
       01  OPI-CNT                     PIC 9(10) VALUE ZERO.
       01  KFRO-CNT                    PIC 9(10) VALUE ZERO.
       01  KFRN-CNT                    PIC 9(10) VALUE ZERO.
       01  KFZ-CNT                     PIC 9(10) VALUE ZERO.
       01  RPT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-IRAI-CNT                 PIC 9(10) VALUE ZERO.
       01  WK-IRAIZUMI-CNT             PIC 9(10) VALUE ZERO.
       01  WK-JOGAI-CNT                PIC 9(10) VALUE ZERO.
       01  WK-TEISHI-CNT               PIC 9(10) VALUE ZERO.
      *
      *作業ファイル検索結果
       01  WK-KFR-FOUND-FLG            PIC X VALUE "N".
       01  WK-FKM-FOUND-FLG            PIC X VALUE "N".
      *
      *得意先マスタ参照（状態区分。
      *共通マスタ参照KUBS050で索引マスタをキー検索する）
       01  WK-TKI-FOUND-FLG            PIC X VALUE "N".
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返す得意先マスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
      *
      *作業ファイル検索キー
       01  WK-SEARCH-TOKU              PIC X(4) VALUE SPACE.
       01  WK-SEARCH-SEI-NO            PIC 9(8) VALUE ZERO.
      *
      *台帳・振込先の参照更新用作業領域
       01  WK-KFRW-REC.
           COPY KUCF120
               REPLACING LEADING ==KFR== BY ==WKFR==.
       01  WK-FKMW-REC.
           COPY KUCF114
               REPLACING LEADING ==FKM== BY ==WFKM==.
      *
      *処理条件（パラメタ）
       01  WK-FURIKAE-DATE             PIC 9(8) VALUE ZERO.
       01  WK-FURIKAE-DATE-R REDEFINES WK-FURIKAE-DATE.
           03  FILLER                  PIC 9(4).
           03  WK-FURIKAE-MMDD         PIC 9(4).
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
       01  WK-ERR-MSG                  PIC X(30) VALUE SPACE.
       01  WK-KFZ-HEAD-FLG             PIC X VALUE "N".
      *
      *合計
       01  WK-IRAI-TOTAL               PIC S9(13) VALUE ZERO.
       01  WK-KFZ-KINGAKU              PIC 9(12) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *入力チェック結果連絡領域（共通暦日チェックKUBS030の呼び出し用）
       01  WK-EDT-RESULT.
           COPY KUCF095.
       01  WK-CHK-DATE                 PIC 9(8) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *処理リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(36) VALUE
             "＊＊＊　口座振替依頼リスト　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "振替日：".
           03  WK-RPT-FURIKAE-DATE     PIC 9999/99/99.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "請求書".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "支払期日".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　　　振替金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(18) VALUE
             "引落口座".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(40) VALUE "備考".
      *
      *処理リスト明細行（請求書１件分）
       01  WK-RPT-LINE.
           03  WK-RPT-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SEI-NO           PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-DUE-DATE         PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KINGAKU          PIC --,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KOZA             PIC X(18).
           03  WK-RPT-KOZA-R REDEFINES WK-RPT-KOZA.
             05  WK-RPT-BANK-COD       PIC 9(4).
             05  FILLER                PIC X(1).
             05  WK-RPT-SHITEN-COD     PIC 9(3).
             05  FILLER                PIC X(1).
             05  WK-RPT-YOKIN-KBN      PIC 9(1).
             05  FILLER                PIC X(1).
             05  WK-RPT-KOZA-NO        PIC 9(7).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-MARK             PIC X(10).
           03  WK-RPT-BIKO             PIC X(30).
      *
      *合計行
       01  WK-SUM-LINE.
           03  WK-SUM-LABEL            PIC X(24).
           03  WK-SUM-KINGAKU          PIC ---,---,---,--9.
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(24).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL OPI-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM083 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
      *
           PERFORM READ-PRM-RTN.
           PERFORM LOAD-KFRO-RTN.
           PERFORM LOAD-FKM-RTN.
           PERFORM OPEN-MSTR-RTN.
      *
           OPEN INPUT OPI-FILE.
           IF WK-OPI-FILE-ERR NOT = 00
             DISPLAY "*** KUBM083 ABEND NOT OPI-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO OPI-END-FLG.
      *
           OPEN OUTPUT KFRN-FILE.
           IF WK-KFRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM083 ABEND NOT KFRNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT KFZ-FILE.
           IF WK-KFZ-FILE-ERR NOT = 00
             DISPLAY "*** KUBM083 ABEND NOT KFZ-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM083 ABEND NOT RPT-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE WK-FURIKAE-DATE TO WK-RPT-FURIKAE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           PERFORM READ-OPI-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    口座振替依頼パラメタ読み込み処理
      *    （振替日・収納口座が無いと依頼データを作れないため、無い・
      *      誤りはABENDとする）
      ******************************************************************
       READ-PRM-RTN                    SECTION.
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM083 ABEND NOT KFPRM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ PRM-FILE
             AT END
               DISPLAY "*** KUBM083 ABEND KFPRM EMPTY"
               MOVE 12 TO RETURN-CODE
               CLOSE PRM-FILE
               STOP RUN
           END-READ.
           CLOSE PRM-FILE.
      *
           IF KFP-ITAKU-COD NOT NUMERIC
             OR KFP-BANK-COD NOT NUMERIC
             OR KFP-SHITEN-COD NOT NUMERIC
             OR KFP-YOKIN-KBN NOT NUMERIC
             OR KFP-KOZA-NO NOT NUMERIC
             OR KFP-ITAKU-MEI = SPACE
             DISPLAY "*** KUBM083 ABEND KFPRM ACCOUNT INVALID"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *    振替日は銀行へ伝送する都合上、実行日より後でなければ
      *    ならない
           IF KFP-FURIKAE-DATE NOT NUMERIC
             DISPLAY "*** KUBM083 ABEND KFPRM FURIKAE-DATE INVALID"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE KFP-FURIKAE-DATE TO WK-FURIKAE-DATE.
           MOVE WK-FURIKAE-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y" OR WK-FURIKAE-DATE NOT > WK-TODAY
             DISPLAY "*** KUBM083 ABEND KFPRM FURIKAE-DATE INVALID "
                     WK-FURIKAE-DATE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    暦日チェック処理（KUBS030呼び出し）
      ******************************************************************
       CHECK-DATE-RTN                  SECTION.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS030" USING WK-CHK-DATE WK-EDT-RESULT.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    口座振替依頼台帳読み込み処理
      *    （旧世代の無い初回は依頼済みなしで動作する）
      ******************************************************************
       LOAD-KFRO-RTN                   SECTION.
           OPEN OUTPUT KFRW-FILE.
           IF WK-KFRW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM083 ABEND NOT KFRWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT KFRO-FILE.
           IF WK-KFRO-FILE-ERR = 00
             MOVE "N" TO KFRO-END-FLG
             PERFORM LOAD-KFRO-READ-RTN
               UNTIL KFRO-END-FLG = "Y"
             CLOSE KFRO-FILE
           ELSE
             DISPLAY "*** KUBM083 WARNING KFROLD NOT AVAILABLE ***"
           END-IF.
      *    依頼の追加と印の更新を行うため、以降は更新モードで使用する
           CLOSE KFRW-FILE.
           OPEN I-O KFRW-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    口座振替依頼台帳読み込み処理（１件分）
      ******************************************************************
       LOAD-KFRO-READ-RTN              SECTION.
           READ KFRO-FILE
             AT END
               MOVE "Y" TO KFRO-END-FLG
             NOT AT END
               ADD 1 TO KFRO-CNT
               MOVE KFR-SEI-NO TO KFRW-SEI-NO
               MOVE KFRO-REC TO KFRW-DATA
               MOVE "N" TO KFRW-OPEN
               WRITE KFRW-REC
                 INVALID KEY
      *            重複した依頼記録は新世代で一方が失われ、再依頼
      *            （二重引き落とし）を招くため、警告ではなくABEND
      *            とする
                   DISPLAY "*** KUBM083 ABEND DUPLICATE SEI-NO="
                           KFR-SEI-NO " IN KFROLD"
                   MOVE 16 TO RETURN-CODE
                   CLOSE KFRO-FILE
                   CLOSE KFRW-FILE
                   STOP RUN
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先振込先マスタ読み込み処理
      *    （無い場合は口座振替の得意先なしとなる）
      ******************************************************************
       LOAD-FKM-RTN                    SECTION.
           OPEN OUTPUT FKMW-FILE.
           IF WK-FKMW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM083 ABEND NOT FKMWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT FKM-FILE.
           IF WK-FKM-FILE-ERR = 00
             MOVE "N" TO FKM-END-FLG
             PERFORM LOAD-FKM-READ-RTN
               UNTIL FKM-END-FLG = "Y"
             CLOSE FKM-FILE
           ELSE
             DISPLAY "*** KUBM083 WARNING FKM NOT AVAILABLE ***"
           END-IF.
      *    以降はキー検索で参照する
           CLOSE FKMW-FILE.
           OPEN INPUT FKMW-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先振込先マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-FKM-READ-RTN               SECTION.
           READ FKM-FILE
             AT END
               MOVE "Y" TO FKM-END-FLG
             NOT AT END
               MOVE FKM-TOKU-COD TO FKMW-TOKU
               MOVE FKM-REC TO FKMW-DATA
      *        同じ得意先の振込先が重複した場合は先のものを使う
               WRITE FKMW-REC
                 INVALID KEY
                   CONTINUE
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （状態区分の判定にのみ使うため、無い場合は全件取引中扱い）
      ******************************************************************
       OPEN-MSTR-RTN                   SECTION.
           MOVE SPACE TO WK-MSA-AREA.
           MOVE ZERO TO MSA-KIJUN-DATE.
           MOVE ZERO TO MSA-SURYO.
           MOVE ZERO TO MSA-MATCH-CNT.
           MOVE ZERO TO MSA-HEN-ZAN-SURYO.
           MOVE "O" TO MSA-FUNC.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             DISPLAY "*** KUBM083 WARNING TOKMK NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ読み込み処理
      ******************************************************************
       READ-OPI-RTN                    SECTION.
           READ OPI-FILE
             AT END
               MOVE "Y" TO OPI-END-FLG
             NOT AT END
               ADD 1 TO OPI-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（未消込請求書１件分）
      ******************************************************************
       MAIN-RTN                        SECTION.
           PERFORM SELECT-OPI-RTN.
           PERFORM READ-OPI-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    依頼対象判定処理
      *    （口座振替の得意先の、振替日までに期日の来る未回収請求書
      *      で、台帳に無いものを依頼する）
      ******************************************************************
       SELECT-OPI-RTN                  SECTION.
           IF NOT OPI-STATUS-OPEN
             GO TO EXI
           END-IF.
      *
      *    台帳にある請求書は再依頼しない（未消込のものは台帳に
      *    残す印を付ける）
           MOVE OPI-SEI-NO TO WK-SEARCH-SEI-NO.
           PERFORM FIND-KFR-RTN.
           IF WK-KFR-FOUND-FLG = "Y"
             MOVE "Y" TO KFRW-OPEN
             REWRITE KFRW-REC
             IF OPI-DUE-DATE NOT > WK-FURIKAE-DATE
               ADD 1 TO WK-IRAIZUMI-CNT
             END-IF
             GO TO EXI
           END-IF.
      *
           IF OPI-OPEN-KINGAKU NOT > ZERO
             OR OPI-DUE-DATE > WK-FURIKAE-DATE
             GO TO EXI
           END-IF.
           MOVE OPI-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-FKM-RTN.
           IF WK-FKM-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE FKMW-DATA TO WK-FKMW-REC.
           IF WFKM-KOFURI-TEISHI
             MOVE "振替不能により停止中" TO WK-ERR-MSG
             PERFORM WRITE-JOGAI-RTN
             ADD 1 TO WK-TEISHI-CNT
             GO TO EXI
           END-IF.
           IF NOT WFKM-KOFURI-ARI
             GO TO EXI
           END-IF.
      *
           PERFORM FIND-TKI-RTN.
           IF WK-TKI-FOUND-FLG = "Y"
             IF TOKM-STATUS-KBN = "2"
               OR TOKM-STATUS-KBN = "3"
               MOVE "取引停止・解約の得意先" TO WK-ERR-MSG
               PERFORM WRITE-JOGAI-RTN
               ADD 1 TO WK-JOGAI-CNT
               GO TO EXI
             END-IF
           END-IF.
           IF WFKM-BANK-COD NOT NUMERIC
             OR WFKM-SHITEN-COD NOT NUMERIC
             OR WFKM-KOZA-NO NOT NUMERIC
             OR WFKM-KOZA-MEI = SPACE
             OR (WFKM-YOKIN-KBN NOT = 1 AND WFKM-YOKIN-KBN NOT = 2
               AND WFKM-YOKIN-KBN NOT = 4)
             MOVE "引落口座の登録内容不正" TO WK-ERR-MSG
             PERFORM WRITE-JOGAI-RTN
             ADD 1 TO WK-JOGAI-CNT
             GO TO EXI
           END-IF.
      *    全銀フォーマットの引落金額は１０桁まで
           IF OPI-OPEN-KINGAKU > 9999999999
             MOVE "振替金額の上限超過" TO WK-ERR-MSG
             PERFORM WRITE-JOGAI-RTN
             ADD 1 TO WK-JOGAI-CNT
             GO TO EXI
           END-IF.
      *
           PERFORM ADD-KFR-RTN.
           PERFORM WRITE-KFZ-DATA-RTN.
           MOVE SPACE TO WK-RPT-MARK.
           MOVE SPACE TO WK-RPT-BIKO.
           PERFORM WRITE-LINE-RTN.
           ADD 1 TO WK-IRAI-CNT.
           COMPUTE WK-IRAI-TOTAL = WK-IRAI-TOTAL + OPI-OPEN-KINGAKU.
       EXI.
           EXIT.
      ******************************************************************
      *    口座振替依頼台帳追加処理（請求書１件分）
      ******************************************************************
       ADD-KFR-RTN                     SECTION.
           MOVE SPACE TO WK-KFRW-REC.
           MOVE OPI-SEI-NO TO WKFR-SEI-NO.
           MOVE OPI-TOKU-COD TO WKFR-TOKU-COD.
           MOVE OPI-OPEN-KINGAKU TO WKFR-KINGAKU.
           MOVE WK-FURIKAE-DATE TO WKFR-FURIKAE-DATE.
           MOVE WK-TODAY TO WKFR-IRAI-DATE.
           MOVE "1" TO WKFR-STATUS-KBN.
           MOVE SPACE TO WKFR-KEKKA-COD.
           MOVE ZERO TO WKFR-KEKKA-DATE.
           MOVE OPI-SEI-NO TO KFRW-SEI-NO.
           MOVE WK-KFRW-REC TO KFRW-DATA.
           MOVE "Y" TO KFRW-OPEN.
      *    台帳に無いことを確かめた請求書のため、キーは重複しない
           WRITE KFRW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    口座振替データ出力処理（請求書１件分。最初の１件の前に
      *    ヘッダを出力する）
      ******************************************************************
       WRITE-KFZ-DATA-RTN              SECTION.
           IF WK-KFZ-HEAD-FLG = "N"
             PERFORM WRITE-KFZ-HEADER-RTN
             MOVE "Y" TO WK-KFZ-HEAD-FLG
           END-IF.
           MOVE SPACE TO KFZ-REC.
           MOVE "2" TO KFZ-DATA-KBN.
           MOVE WFKM-BANK-COD TO KFZ-HIKI-BANK-COD.
           MOVE WFKM-BANK-MEI TO KFZ-HIKI-BANK-MEI.
           MOVE WFKM-SHITEN-COD TO KFZ-HIKI-SHITEN-COD.
           MOVE WFKM-SHITEN-MEI TO KFZ-HIKI-SHITEN-MEI.
           MOVE WFKM-YOKIN-KBN TO KFZ-YOKIN-KBN.
           MOVE WFKM-KOZA-NO TO KFZ-KOZA-NO.
           MOVE WFKM-KOZA-MEI TO KFZ-YOKINSHA-MEI.
           MOVE OPI-OPEN-KINGAKU TO KFZ-HIKI-KINGAKU.
           MOVE "0" TO KFZ-SHINKI-COD.
           MOVE OPI-TOKU-COD TO KFZ-KOKYAKU-TOKU.
           MOVE OPI-SEI-NO TO KFZ-KOKYAKU-SEI-NO.
           MOVE "0" TO KFZ-KEKKA-COD.
           WRITE KFZ-REC.
           ADD 1 TO KFZ-CNT.
           COMPUTE WK-KFZ-KINGAKU = WK-KFZ-KINGAKU + OPI-OPEN-KINGAKU.
       EXI.
           EXIT.
      ******************************************************************
      *    口座振替データヘッダ出力処理（預金口座振替・収納口座）
      ******************************************************************
       WRITE-KFZ-HEADER-RTN            SECTION.
           MOVE SPACE TO KFZ-REC.
           MOVE "1" TO KFZ-DATA-KBN.
           MOVE 91 TO KFZ-SHUBETSU-COD.
           MOVE "0" TO KFZ-COD-KBN.
           MOVE KFP-ITAKU-COD TO KFZ-ITAKU-COD.
           MOVE KFP-ITAKU-MEI TO KFZ-ITAKU-MEI.
           MOVE WK-FURIKAE-MMDD TO KFZ-FURIKAE-MMDD.
           MOVE KFP-BANK-COD TO KFZ-TORI-BANK-COD.
           MOVE KFP-BANK-MEI TO KFZ-TORI-BANK-MEI.
           MOVE KFP-SHITEN-COD TO KFZ-TORI-SHITEN-COD.
           MOVE KFP-SHITEN-MEI TO KFZ-TORI-SHITEN-MEI.
           MOVE KFP-YOKIN-KBN TO KFZ-ITAKU-YOKIN-KBN.
           MOVE KFP-KOZA-NO TO KFZ-ITAKU-KOZA-NO.
           WRITE KFZ-REC.
           ADD 1 TO KFZ-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    口座振替データトレーラ・エンド出力処理（データがある場合
      *    のみ。振替済・振替不能の欄は銀行が結果データで記入する）
      ******************************************************************
       WRITE-KFZ-TRAILER-RTN           SECTION.
           IF WK-KFZ-HEAD-FLG = "N"
             GO TO EXI
           END-IF.
           MOVE SPACE TO KFZ-REC.
           MOVE "8" TO KFZ-DATA-KBN.
           MOVE WK-IRAI-CNT TO KFZ-GOKEI-KENSU.
           MOVE WK-KFZ-KINGAKU TO KFZ-GOKEI-KINGAKU.
           MOVE ZERO TO KFZ-ZUMI-KENSU.
           MOVE ZERO TO KFZ-ZUMI-KINGAKU.
           MOVE ZERO TO KFZ-FUNO-KENSU.
           MOVE ZERO TO KFZ-FUNO-KINGAKU.
           WRITE KFZ-REC.
           ADD 1 TO KFZ-CNT.
           MOVE SPACE TO KFZ-REC.
           MOVE "9" TO KFZ-DATA-KBN.
           WRITE KFZ-REC.
           ADD 1 TO KFZ-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト対象外行出力処理
      ******************************************************************
       WRITE-JOGAI-RTN                 SECTION.
           MOVE "＊対象外　" TO WK-RPT-MARK.
           MOVE WK-ERR-MSG TO WK-RPT-BIKO.
           PERFORM WRITE-LINE-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト明細行出力処理（請求書１件分）
      ******************************************************************
       WRITE-LINE-RTN                  SECTION.
           MOVE OPI-TOKU-COD TO WK-RPT-TOKU-COD.
           MOVE OPI-SEI-NO TO WK-RPT-SEI-NO.
           MOVE OPI-DUE-DATE TO WK-RPT-DUE-DATE.
           MOVE OPI-OPEN-KINGAKU TO WK-RPT-KINGAKU.
           MOVE ALL "-" TO WK-RPT-KOZA.
           IF WFKM-BANK-COD NUMERIC AND WFKM-SHITEN-COD NUMERIC
             AND WFKM-YOKIN-KBN NUMERIC AND WFKM-KOZA-NO NUMERIC
             MOVE WFKM-BANK-COD TO WK-RPT-BANK-COD
             MOVE WFKM-SHITEN-COD TO WK-RPT-SHITEN-COD
             MOVE WFKM-YOKIN-KBN TO WK-RPT-YOKIN-KBN
             MOVE WFKM-KOZA-NO TO WK-RPT-KOZA-NO
           ELSE
             MOVE SPACE TO WK-RPT-KOZA
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（処理リスト）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
           ADD 1 TO RPT-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    依頼台帳作業ファイル検索処理（WK-SEARCH-SEI-NOの請求書）
      ******************************************************************
       FIND-KFR-RTN                    SECTION.
           MOVE "N" TO WK-KFR-FOUND-FLG.
           MOVE WK-SEARCH-SEI-NO TO KFRW-SEI-NO.
           READ KFRW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-KFR-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ検索処理（WK-SEARCH-TOKUの得意先）
      ******************************************************************
       FIND-TKI-RTN                    SECTION.
           MOVE "N" TO WK-TKI-FOUND-FLG.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE "T" TO MSA-FUNC.
           MOVE WK-SEARCH-TOKU TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-TOKM-DATA TO TOKM-REC
             MOVE "Y" TO WK-TKI-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    振込先作業ファイル検索処理（WK-SEARCH-TOKUの得意先）
      ******************************************************************
       FIND-FKM-RTN                    SECTION.
           MOVE "N" TO WK-FKM-FOUND-FLG.
           MOVE WK-SEARCH-TOKU TO FKMW-TOKU.
           READ FKMW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-FKM-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    依頼台帳書き戻し処理（作業ファイルの全件をキー順に）
      ******************************************************************
       FLUSH-KFR-RTN                   SECTION.
           MOVE ZERO TO KFRW-SEI-NO.
           START KFRW-FILE KEY IS NOT LESS THAN KFRW-SEI-NO
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-KFRW-END-FLG.
           PERFORM FLUSH-KFR-READ-RTN
             UNTIL WK-KFRW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    依頼台帳書き戻し処理（１件分）
      *    （依頼中のものと、請求書がなお未消込のものだけを引き継ぐ）
      ******************************************************************
       FLUSH-KFR-READ-RTN              SECTION.
           READ KFRW-FILE NEXT
             AT END
               MOVE "Y" TO WK-KFRW-END-FLG
               GO TO EXI
           END-READ.
           MOVE KFRW-DATA TO WK-KFRW-REC.
           IF NOT WKFR-STATUS-IRAI
             AND KFRW-OPEN NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE WK-KFRW-REC TO KFRN-REC.
           WRITE KFRN-REC.
           ADD 1 TO KFRN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト合計出力処理
      ******************************************************************
       WRITE-SUMMARY-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＊依頼合計＊" TO WK-SUM-LABEL.
           MOVE WK-IRAI-TOTAL TO WK-SUM-KINGAKU.
           MOVE WK-SUM-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "依頼件数" TO WK-CNT-LABEL.
           MOVE WK-IRAI-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "依頼済み件数" TO WK-CNT-LABEL.
           MOVE WK-IRAIZUMI-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "振替停止中件数" TO WK-CNT-LABEL.
           MOVE WK-TEISHI-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "対象外件数" TO WK-CNT-LABEL.
           MOVE WK-JOGAI-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト件数行出力処理
      ******************************************************************
       WRITE-CNT-RTN                   SECTION.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM083" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE OPI-CNT TO RNL-IN-CNT.
           MOVE WK-IRAI-CNT TO RNL-OUT-CNT.
           MOVE WK-JOGAI-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
           PERFORM WRITE-SUMMARY-RTN.
           PERFORM WRITE-KFZ-TRAILER-RTN.
           PERFORM FLUSH-KFR-RTN.
      *
           CLOSE OPI-FILE.
           CLOSE KFRN-FILE.
           CLOSE KFZ-FILE.
           CLOSE RPT-FILE.
           CLOSE KFRW-FILE.
           CLOSE FKMW-FILE.
           DISPLAY "*** KUBM083 OPI=" OPI-CNT.
           DISPLAY "*** KUBM083 REQUEST=" WK-IRAI-CNT.
           DISPLAY "*** KUBM083 ALREADY=" WK-IRAIZUMI-CNT.
           DISPLAY "*** KUBM083 STOPPED=" WK-TEISHI-CNT.
           DISPLAY "*** KUBM083 EXCLUDED=" WK-JOGAI-CNT.
           DISPLAY "*** KUBM083 KFROLD=" KFRO-CNT.
           DISPLAY "*** KUBM083 KFRNEW=" KFRN-CNT.
           DISPLAY "*** KUBM083 KFZ=" KFZ-CNT.
           IF WK-JOGAI-CNT > ZERO AND RETURN-CODE = ZERO
             DISPLAY "*** KUBM083 WARNING EXCLUDED INVOICES ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM083 END ***".
       EXI.
           EXIT.
