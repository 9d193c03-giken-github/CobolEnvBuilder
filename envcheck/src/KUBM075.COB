       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM075.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：請求書取消・赤伝発行
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：未充当がゼロから正になる場合は残高マスタに
      *    　　　　　　　　未充当発生日を記録する
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：台帳・未消込請求・残高を索引の作業ファイル
      *    　　　　　　　　（REGWK・OPIWK・ARBWK）へ展開して
      *    　　　　　　　　件数の上限を撤廃
      ******************************************************************
      *    請求書取消トランザクション（VDT・KUCF099）の請求書番号で
      *    請求書発行台帳（REGOLD・KUCF029）を引き当て、発行済みの
      *    請求書を取り消す。取消１件ごとに次の処理を行う。
      *    　・台帳の状態区分を２＝失効へ更新した新世代台帳（REGNEW）
      *    　・未消込請求マスタ（OPIOLD・KUCF063）の当該請求書を
      *    　　未回収ゼロ・消込済みへ更新した新世代（OPINEW）
      *    　・売掛金残高マスタ（ARBOLD・KUCF026）の未回収分を請求書
      *    　　の経過日数に当たるバケットから（不足分は古いバケット
      *    　　から順に）減額し、入金済み分と減額しきれない分は未充当
      *    　　（ARB-UNAPPLIED）へ振り替えた新世代（ARBNEW）
      *    　・赤伝番号を採番した赤伝（AKA）の印字と、赤伝発行台帳
      *    　　（CRNOLD→CRNNEW・KUCF100）への記録
      *    赤伝には取り消した請求書の税率別内訳（標準・軽減の対象額と
      *    消費税）をマイナス表記で印字する。
      *    台帳に無い・取消済み（失効）の請求書、残高マスタに得意先の
      *    無い請求書は処理リスト（RPT）へエラーとして印字し、
      *    RETURN-CODE 4で警告する（マスタ類は更新しない）。
      *    旧世代の台帳・未消込請求は請求書番号を、残高は得意先
      *    コードをキーとする索引の作業ファイル（REGWK・OPIWK・
      *    ARBWK）に展開して更新し、キー順に新世代へ書き戻すため、
      *    件数に上限は無い。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT VDT-FILE
             ASSIGN TO EXTERNAL VDT
               FILE STATUS IS WK-VDT-FILE-ERR.
           SELECT REGO-FILE
             ASSIGN TO EXTERNAL REGOLD
               FILE STATUS IS WK-REGO-FILE-ERR.
           SELECT REGN-FILE
             ASSIGN TO EXTERNAL REGNEW
               FILE STATUS IS WK-REGN-FILE-ERR.
           SELECT OPIO-FILE
             ASSIGN TO EXTERNAL OPIOLD
               FILE STATUS IS WK-OPIO-FILE-ERR.
           SELECT OPIN-FILE
             ASSIGN TO EXTERNAL OPINEW
               FILE STATUS IS WK-OPIN-FILE-ERR.
           SELECT ARBO-FILE
             ASSIGN TO EXTERNAL ARBOLD
               FILE STATUS IS WK-ARBO-FILE-ERR.
           SELECT ARBN-FILE
             ASSIGN TO EXTERNAL ARBNEW
               FILE STATUS IS WK-ARBN-FILE-ERR.
           SELECT CRNO-FILE
             ASSIGN TO EXTERNAL CRNOLD
               FILE STATUS IS WK-CRNO-FILE-ERR.
           SELECT CRNN-FILE
             ASSIGN TO EXTERNAL CRNNEW
               FILE STATUS IS WK-CRNN-FILE-ERR.
           SELECT AKA-FILE
             ASSIGN TO EXTERNAL AKA
               FILE STATUS IS WK-AKA-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT REGW-FILE
             ASSIGN TO EXTERNAL REGWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGW-SEI-NO
               FILE STATUS IS WK-REGW-FILE-ERR.
           SELECT OPIW-FILE
             ASSIGN TO EXTERNAL OPIWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPIW-SEI-NO
               FILE STATUS IS WK-OPIW-FILE-ERR.
           SELECT ARBW-FILE
             ASSIGN TO EXTERNAL ARBWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARBW-TOKU
               FILE STATUS IS WK-ARBW-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  VDT-FILE.
       01  VDT-REC.
           COPY KUCF099.
       FD  REGO-FILE.
       01  REGO-REC.
           COPY KUCF029.
       FD  REGN-FILE.
       01  REGN-REC                    PIC X(120).
       FD  OPIO-FILE.
       01  OPIO-REC.
           COPY KUCF063.
       FD  OPIN-FILE.
       01  OPIN-REC                    PIC X(72).
       FD  ARBO-FILE.
       01  ARBO-REC.
           COPY KUCF026.
       FD  ARBN-FILE.
       01  ARBN-REC                    PIC X(80).
       FD  CRNO-FILE.
       01  CRNO-REC.
           COPY KUCF100.
       FD  CRNN-FILE.
       01  CRNN-REC.
           COPY KUCF100
               REPLACING LEADING ==CRN== BY ==NCRN==.
       FD  AKA-FILE.
       01  AKA-REC                     PIC X(93).
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
      *請求書発行台帳作業ファイル（旧世代の全件を展開し、取消した
      *請求書の状態区分を更新して終了処理で新世代へ書き戻す）
       FD  REGW-FILE.
       01  REGW-REC.
           03  REGW-SEI-NO             PIC 9(8).
           03  REGW-DATA               PIC X(120).
      *未消込請求作業ファイル（同上）
       FD  OPIW-FILE.
       01  OPIW-REC.
           03  OPIW-SEI-NO             PIC 9(8).
           03  OPIW-DATA               PIC X(72).
      *売掛金残高作業ファイル（同上。得意先コード順に書き戻す）
       FD  ARBW-FILE.
       01  ARBW-REC.
           03  ARBW-TOKU               PIC X(4).
           03  ARBW-DATA               PIC X(80).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-VDT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CRNO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CRNN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-AKA-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  VDT-END-FLG                 PIC X VALUE "Y".
       01  REGO-END-FLG                PIC X VALUE "Y".
       01  OPIO-END-FLG                PIC X VALUE "Y".
       01  ARBO-END-FLG                PIC X VALUE "Y".
       01  CRNO-END-FLG                PIC X VALUE "Y".
       01  WK-REGW-END-FLG             PIC X VALUE "Y".
       01  WK-OPIW-END-FLG             PIC X VALUE "Y".
       01  WK-ARBW-END-FLG             PIC X VALUE "Y".
       01  VDT-CNT                     PIC 9(10) VALUE ZERO.
       01  REGO-CNT                    PIC 9(10) VALUE ZERO.
       01  REGN-CNT                    PIC 9(10) VALUE ZERO.
       01  OPIO-CNT                    PIC 9(10) VALUE ZERO.
       01  OPIN-CNT                    PIC 9(10) VALUE ZERO.
       01  ARBO-CNT                    PIC 9(10) VALUE ZERO.
       01  ARBN-CNT                    PIC 9(10) VALUE ZERO.
       01  CRNO-CNT                    PIC 9(10) VALUE ZERO.
       01  CRNN-CNT                    PIC 9(10) VALUE ZERO.
       01  AKA-CNT                     PIC 9(10) VALUE ZERO.
       01  RPT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-VOID-CNT                 PIC 9(10) VALUE ZERO.
       01  WK-ERR-CNT                  PIC 9(10) VALUE ZERO.
      *
      *作業ファイル検索結果
       01  WK-REG-FOUND-FLG            PIC X VALUE "N".
       01  WK-OPI-FOUND-FLG            PIC X VALUE "N".
       01  WK-ARB-FOUND-FLG            PIC X VALUE "N".
      *
      *得意先マスタ参照（赤伝の宛名用。マスタが無い場合は空白。
      *共通マスタ参照KUBS050で索引マスタをキー検索する）
       01  WK-TKI-FOUND-FLG            PIC X VALUE "N".
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返す得意先マスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
      *
      *作業ファイル検索キー
       01  WK-SEARCH-NO                PIC 9(8) VALUE ZERO.
       01  WK-SEARCH-TOKU              PIC X(4) VALUE SPACE.
      *
      *台帳・未消込請求・残高の参照更新用作業領域
       01  WK-REGW-REC.
           COPY KUCF029
               REPLACING LEADING ==REG== BY ==WREG==.
       01  WK-OPIW-REC.
           COPY KUCF063
               REPLACING LEADING ==OPI== BY ==WOPI==.
       01  WK-ARBW-REC.
           COPY KUCF026
               REPLACING LEADING ==ARB== BY ==WARB==.
      *
      *赤伝番号（旧世代赤伝台帳の最大番号＋１から採番）
       01  WK-NEXT-AKA-NO              PIC 9(8) VALUE 1.
       01  WK-AKA-NO                   PIC 9(8) VALUE ZERO.
      *
      *取消１件分の金額
       01  WK-OPEN-AMT                 PIC S9(12) VALUE ZERO.
       01  WK-PAID-AMT                 PIC S9(12) VALUE ZERO.
       01  WK-REMAIN                   PIC S9(12) VALUE ZERO.
       01  WK-HYOJUN-NET               PIC S9(12) VALUE ZERO.
       01  WK-KEIGEN-NET               PIC S9(12) VALUE ZERO.
       01  WK-HYOJUN-ZEI               PIC S9(09) VALUE ZERO.
       01  WK-KEIGEN-ZEI               PIC S9(09) VALUE ZERO.
       01  WK-GROSS-TOTAL              PIC S9(13) VALUE ZERO.
       01  WK-OPEN-TOTAL               PIC S9(13) VALUE ZERO.
       01  WK-PAID-TOTAL               PIC S9(13) VALUE ZERO.
       01  WK-ERR-MSG                  PIC X(30) VALUE SPACE.
      *
      *残高バケット（１＝当月・２＝３０日・３＝６０日・４＝９０日超）
       01  WK-BKT-TBL.
           03  WK-BKT                  PIC S9(11) OCCURS 4 TIMES.
       01  WK-BKT-IDX                  PIC S9(2) VALUE ZERO.
       01  WK-AGE-KBN                  PIC S9(2) VALUE ZERO.
       01  WK-BASE-DATE                PIC 9(8) VALUE ZERO.
       01  WK-KEIKA-DAYS               PIC S9(8) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
      *赤伝見出し
       01  WK-AKA-TITLE.
           03  FILLER                  PIC X(16) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
             "＊＊＊　赤伝（請求取消）＊＊＊".
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "DATE".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-AKA-DATE             PIC 9999/99/99.
      *
      *赤伝宛名行
       01  WK-AKA-TOKULINE.
           03  FILLER                  PIC X(8) VALUE "請求先：".
           03  FILLER                  PIC X VALUE SPACE.
           03  WK-AKA-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  WK-AKA-TOKU-MEI         PIC X(20).
      *
      *赤伝番号行
       01  WK-AKA-NOLINE.
           03  FILLER                  PIC X(12) VALUE
             "赤伝番号　：".
           03  WK-AKA-NO-ED            PIC 9(8).
      *
      *取消請求書行
       01  WK-AKA-SEILINE.
           03  FILLER                  PIC X(12) VALUE
             "取消請求書：".
           03  WK-AKA-SEI-NO           PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "発行日：".
           03  WK-AKA-SEI-ISSUE        PIC 9999/99/99.
      *
      *請求期間行
       01  WK-AKA-KIKANLINE.
           03  FILLER                  PIC X(8) VALUE "請求期間".
           03  FILLER                  PIC X(2) VALUE "：".
           03  WK-AKA-KIKAN-FROM       PIC 9999/99/99.
           03  FILLER                  PIC X(3) VALUE " - ".
           03  WK-AKA-KIKAN-TO         PIC 9999/99/99.
      *
      *取消理由行
       01  WK-AKA-RIYULINE.
           03  FILLER                  PIC X(12) VALUE
             "取消理由　：".
           03  WK-AKA-REASON           PIC X(30).
      *
      *赤伝金額行（税率別内訳・合計で共用。マイナス表記）
       01  WK-AKA-GOKEI.
           03  FILLER                  PIC X(42) VALUE SPACE.
           03  WK-AKA-GOKEI-MIDASHI    PIC X(18).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-AKA-GOKEI-KINGAKU    PIC ----,---,--9.
      *
      *入金済額の注記行
       01  WK-AKA-CHUKI.
           03  FILLER                  PIC X(42) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
             "（未充当残高へ振り替えます）".
      *
      *処理リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
             "＊＊＊　請求書取消処理リスト　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(8) VALUE "請求書".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "赤伝番号".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE
             "　　　請求金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE
             "　　未消込取消".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE
             "　　未充当振替".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
             "取消理由／エラー内容".
      *
      *処理リスト明細行
       01  WK-LST-LINE.
           03  WK-LST-SEI-NO           PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-AKA-NO           PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-GROSS            PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-OPEN             PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-PAID             PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-MSG              PIC X(30).
      *
      *処理リストエラー行
       01  WK-ERR-LINE.
           03  WK-ERR-SEI-NO           PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "＊エラー".
           03  FILLER                  PIC X(50) VALUE SPACE.
           03  WK-ERR-LINE-MSG         PIC X(30).
      *
      *処理リスト合計行
       01  WK-SUM-LINE.
           03  WK-SUM-LABEL            PIC X(24).
           03  WK-SUM-GROSS            PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SUM-OPEN             PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SUM-PAID             PIC ---,---,---,--9.
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(24).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL VDT-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM075 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
      *
           OPEN INPUT VDT-FILE.
           IF WK-VDT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT VDT-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      *    台帳・未消込請求・残高はいずれも全件を新世代へ引き継ぐ
      *    ため必須とする（欠けたまま新世代を作ると消込状態や残高が
      *    失われる）
           PERFORM LOAD-REGO-RTN.
           PERFORM LOAD-OPIO-RTN.
           PERFORM LOAD-ARBO-RTN.
           PERFORM OPEN-MSTR-RTN.
      *
           OPEN OUTPUT CRNN-FILE.
           IF WK-CRNN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT CRNNEW-FILE"
             MOVE 20 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM COPY-CRNO-RTN.
      *
           OPEN OUTPUT AKA-FILE.
           IF WK-AKA-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT AKA-FILE"
             MOVE 21 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT RPT-FILE"
             MOVE 22 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE WK-RPT-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           MOVE "N" TO VDT-END-FLG.
           PERFORM READ-VDT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理（全件を作業ファイルへ展開）
      ******************************************************************
       LOAD-REGO-RTN                   SECTION.
           OPEN INPUT REGO-FILE.
           IF WK-REGO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT REGOLD-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT REGW-FILE.
           IF WK-REGW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT REGWK-FILE"
             MOVE 23 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO REGO-END-FLG.
           PERFORM LOAD-REGO-READ-RTN
             UNTIL REGO-END-FLG = "Y".
           CLOSE REGO-FILE.
      *    取消で更新するため、以降は更新モードで使用する
           CLOSE REGW-FILE.
           OPEN I-O REGW-FILE.
      *
           OPEN OUTPUT REGN-FILE.
           IF WK-REGN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT REGNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理（１件分）
      ******************************************************************
       LOAD-REGO-READ-RTN              SECTION.
           READ REGO-FILE
             AT END
               MOVE "Y" TO REGO-END-FLG
             NOT AT END
               ADD 1 TO REGO-CNT
               MOVE REG-SEI-NO TO REGW-SEI-NO
               MOVE REGO-REC TO REGW-DATA
               WRITE REGW-REC
                 INVALID KEY
      *            重複したレコードは新世代で一方が失われるため、
      *            警告ではなくABENDとする
                   DISPLAY "*** KUBM075 ABEND DUPLICATE SEI-NO="
                           REG-SEI-NO " IN REGOLD"
                   MOVE 16 TO RETURN-CODE
                   CLOSE REGO-FILE
                   CLOSE REGW-FILE
                   STOP RUN
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ読み込み処理（全件を作業ファイルへ展開）
      ******************************************************************
       LOAD-OPIO-RTN                   SECTION.
           OPEN INPUT OPIO-FILE.
           IF WK-OPIO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT OPIOLD-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT OPIW-FILE.
           IF WK-OPIW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT OPIWK-FILE"
             MOVE 23 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO OPIO-END-FLG.
           PERFORM LOAD-OPIO-READ-RTN
             UNTIL OPIO-END-FLG = "Y".
           CLOSE OPIO-FILE.
      *    取消で更新するため、以降は更新モードで使用する
           CLOSE OPIW-FILE.
           OPEN I-O OPIW-FILE.
      *
           OPEN OUTPUT OPIN-FILE.
           IF WK-OPIN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT OPINEW-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-OPIO-READ-RTN              SECTION.
           READ OPIO-FILE
             AT END
               MOVE "Y" TO OPIO-END-FLG
             NOT AT END
               ADD 1 TO OPIO-CNT
               MOVE OPI-SEI-NO TO OPIW-SEI-NO
               MOVE OPIO-REC TO OPIW-DATA
               WRITE OPIW-REC
                 INVALID KEY
      *            重複したレコードは新世代で一方が失われるため、
      *            警告ではなくABENDとする
                   DISPLAY "*** KUBM075 ABEND DUPLICATE SEI-NO="
                           OPI-SEI-NO " IN OPIOLD"
                   MOVE 16 TO RETURN-CODE
                   CLOSE OPIO-FILE
                   CLOSE OPIW-FILE
                   STOP RUN
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ読み込み処理（全件を作業ファイルへ展開）
      ******************************************************************
       LOAD-ARBO-RTN                   SECTION.
           OPEN INPUT ARBO-FILE.
           IF WK-ARBO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT ARBOLD-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARBW-FILE.
           IF WK-ARBW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT ARBWK-FILE"
             MOVE 23 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO ARBO-END-FLG.
           PERFORM LOAD-ARBO-READ-RTN
             UNTIL ARBO-END-FLG = "Y".
           CLOSE ARBO-FILE.
      *    取消で更新するため、以降は更新モードで使用する
           CLOSE ARBW-FILE.
           OPEN I-O ARBW-FILE.
      *
           OPEN OUTPUT ARBN-FILE.
           IF WK-ARBN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM075 ABEND NOT ARBNEW-FILE"
             MOVE 19 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-ARBO-READ-RTN              SECTION.
           READ ARBO-FILE
             AT END
               MOVE "Y" TO ARBO-END-FLG
             NOT AT END
               ADD 1 TO ARBO-CNT
               MOVE ARB-TOKU-COD TO ARBW-TOKU
               MOVE ARBO-REC TO ARBW-DATA
               WRITE ARBW-REC
                 INVALID KEY
      *            重複したレコードは新世代で一方が失われるため、
      *            警告ではなくABENDとする
                   DISPLAY "*** KUBM075 ABEND DUPLICATE TOKU-COD="
                           ARB-TOKU-COD " IN ARBOLD"
                   MOVE 16 TO RETURN-CODE
                   CLOSE ARBO-FILE
                   CLOSE ARBW-FILE
                   STOP RUN
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （得意先マスタが参照できない場合は宛名空白で発行する）
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
             DISPLAY "*** KUBM075 WARNING TOKMK NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    赤伝発行台帳引き継ぎ処理
      *    （旧世代の全件を新世代へ複写しながら最大赤伝番号を求める。
      *      旧世代が無い初回は１番から採番する）
      ******************************************************************
       COPY-CRNO-RTN                   SECTION.
           OPEN INPUT CRNO-FILE.
           IF WK-CRNO-FILE-ERR = 00
             MOVE "N" TO CRNO-END-FLG
             PERFORM COPY-CRNO-READ-RTN
               UNTIL CRNO-END-FLG = "Y"
             CLOSE CRNO-FILE
           ELSE
             DISPLAY "*** KUBM075 WARNING CRNOLD NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    赤伝発行台帳引き継ぎ処理（１件分）
      ******************************************************************
       COPY-CRNO-READ-RTN              SECTION.
           READ CRNO-FILE
             AT END
               MOVE "Y" TO CRNO-END-FLG
             NOT AT END
               ADD 1 TO CRNO-CNT
               IF CRN-AKA-NO NUMERIC
                 AND CRN-AKA-NO NOT < WK-NEXT-AKA-NO
                 COMPUTE WK-NEXT-AKA-NO = CRN-AKA-NO + 1
               END-IF
               MOVE CRNO-REC TO CRNN-REC
               WRITE CRNN-REC
               ADD 1 TO CRNN-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    取消トランザクション読み込み処理
      ******************************************************************
       READ-VDT-RTN                    SECTION.
           READ VDT-FILE
             AT END
               MOVE "Y" TO VDT-END-FLG
             NOT AT END
               ADD 1 TO VDT-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（取消トランザクション１件分）
      ******************************************************************
       MAIN-RTN                        SECTION.
           PERFORM VOID-INVOICE-RTN.
           PERFORM READ-VDT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書取消処理
      *    （台帳・未消込請求・残高の順に引き当て、すべて揃った場合
      *      のみ更新する。１か所でも欠ければエラーとして何も更新
      *      しない）
      ******************************************************************
       VOID-INVOICE-RTN                SECTION.
           MOVE SPACE TO WK-ERR-MSG.
           MOVE SPACE TO WK-ERR-TOKU-COD.
           MOVE VDT-SEI-NO TO WK-ERR-SEI-NO.
      *
           IF VDT-SEI-NO NOT NUMERIC OR VDT-SEI-NO = ZERO
             MOVE "請求書番号不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
           MOVE VDT-SEI-NO TO WK-SEARCH-NO.
           PERFORM FIND-REG-RTN.
           IF WK-REG-FOUND-FLG NOT = "Y"
             MOVE "発行台帳に無い請求書" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           MOVE REGW-DATA TO WK-REGW-REC.
           MOVE WREG-TOKU-COD TO WK-ERR-TOKU-COD.
           IF NOT WREG-STATUS-ISSUED
             MOVE "取消済み・失効済み" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
           MOVE WREG-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-ARB-RTN.
           IF WK-ARB-FOUND-FLG NOT = "Y"
             MOVE "残高マスタに得意先無し" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
      *    未回収額と入金済額（未消込請求マスタにまだ取り込まれて
      *    いない請求書は全額未回収として扱う）
           PERFORM FIND-OPI-RTN.
           IF WK-OPI-FOUND-FLG = "Y"
             MOVE OPIW-DATA TO WK-OPIW-REC
             IF WOPI-STATUS-OPEN
               MOVE WOPI-OPEN-KINGAKU TO WK-OPEN-AMT
             ELSE
               MOVE ZERO TO WK-OPEN-AMT
             END-IF
             MOVE WOPI-PAID-KINGAKU TO WK-PAID-AMT
           ELSE
             MOVE WREG-GROSS-KINGAKU TO WK-OPEN-AMT
             MOVE ZERO TO WK-PAID-AMT
           END-IF.
      *
      *    台帳の失効更新
           MOVE "2" TO WREG-STATUS-KBN.
           MOVE WK-REGW-REC TO REGW-DATA.
           REWRITE REGW-REC.
      *
      *    未消込請求の消込済み更新（入金済額は履歴として残す）
           IF WK-OPI-FOUND-FLG = "Y"
             MOVE ZERO TO WOPI-OPEN-KINGAKU
             MOVE "2" TO WOPI-STATUS-KBN
             MOVE WK-OPIW-REC TO OPIW-DATA
             REWRITE OPIW-REC
           END-IF.
      *
           PERFORM CREDIT-ARB-RTN.
      *
           MOVE WK-NEXT-AKA-NO TO WK-AKA-NO.
           ADD 1 TO WK-NEXT-AKA-NO.
           PERFORM SPLIT-TAX-RTN.
           PERFORM WRITE-AKA-RTN.
           PERFORM WRITE-CRN-RTN.
           PERFORM WRITE-LST-RTN.
      *
           ADD 1 TO WK-VOID-CNT.
           COMPUTE WK-GROSS-TOTAL =
             WK-GROSS-TOTAL + WREG-GROSS-KINGAKU.
           COMPUTE WK-OPEN-TOTAL = WK-OPEN-TOTAL + WK-OPEN-AMT.
           COMPUTE WK-PAID-TOTAL =
             WK-PAID-TOTAL + WK-PAID-AMT + WK-REMAIN.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高減額処理
      *    （未回収分は請求書の経過日数に当たるバケットから減額し、
      *      不足分は古いバケットから順に減額する。減額しきれない
      *      分と入金済分は未充当（貸方残）へ振り替える。経過日数は
      *      残高マスタの最終処理日を基準とし、バケットの繰り上げと
      *      揃える）
      ******************************************************************
       CREDIT-ARB-RTN                  SECTION.
           MOVE ARBW-DATA TO WK-ARBW-REC.
           MOVE WARB-BAL-CUR TO WK-BKT(1).
           MOVE WARB-BAL-30 TO WK-BKT(2).
           MOVE WARB-BAL-60 TO WK-BKT(3).
           MOVE WARB-BAL-90 TO WK-BKT(4).
      *
           IF WARB-LAST-DATE NUMERIC AND WARB-LAST-DATE NOT = ZERO
             MOVE WARB-LAST-DATE TO WK-BASE-DATE
           ELSE
             MOVE WK-TODAY TO WK-BASE-DATE
           END-IF.
           MOVE ZERO TO WK-KEIKA-DAYS.
           IF WREG-ISSUE-DATE NUMERIC
             AND WREG-ISSUE-DATE NOT = ZERO
             AND WREG-ISSUE-DATE < WK-BASE-DATE
             COMPUTE WK-KEIKA-DAYS =
               FUNCTION INTEGER-OF-DATE(WK-BASE-DATE)
               - FUNCTION INTEGER-OF-DATE(WREG-ISSUE-DATE)
           END-IF.
           IF WK-KEIKA-DAYS NOT < 90
             MOVE 4 TO WK-AGE-KBN
           ELSE
             IF WK-KEIKA-DAYS NOT < 60
               MOVE 3 TO WK-AGE-KBN
             ELSE
               IF WK-KEIKA-DAYS NOT < 30
                 MOVE 2 TO WK-AGE-KBN
               ELSE
                 MOVE 1 TO WK-AGE-KBN
               END-IF
             END-IF
           END-IF.
      *
           MOVE WK-OPEN-AMT TO WK-REMAIN.
           MOVE WK-AGE-KBN TO WK-BKT-IDX.
           PERFORM CREDIT-BKT-RTN.
           PERFORM CREDIT-BKT-RTN
             VARYING WK-BKT-IDX FROM 4 BY -1
               UNTIL WK-BKT-IDX < 1.
      *    未充当がゼロから正になる場合は発生日を記録する
           IF WARB-UNAPPLIED NOT > ZERO
             AND WK-REMAIN + WK-PAID-AMT > ZERO
             MOVE WK-TODAY TO WARB-UNAP-DATE
           END-IF.
           COMPUTE WARB-UNAPPLIED =
             WARB-UNAPPLIED + WK-REMAIN + WK-PAID-AMT.
      *
           MOVE WK-BKT(1) TO WARB-BAL-CUR.
           MOVE WK-BKT(2) TO WARB-BAL-30.
           MOVE WK-BKT(3) TO WARB-BAL-60.
           MOVE WK-BKT(4) TO WARB-BAL-90.
           MOVE WK-ARBW-REC TO ARBW-DATA.
           REWRITE ARBW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    バケット減額処理（WK-BKT-IDXのバケット１件分）
      ******************************************************************
       CREDIT-BKT-RTN                  SECTION.
           IF WK-REMAIN NOT > ZERO OR WK-BKT(WK-BKT-IDX) NOT > ZERO
             GO TO EXI
           END-IF.
           IF WK-BKT(WK-BKT-IDX) NOT < WK-REMAIN
             COMPUTE WK-BKT(WK-BKT-IDX) = WK-BKT(WK-BKT-IDX) - WK-REMAIN
             MOVE ZERO TO WK-REMAIN
           ELSE
             COMPUTE WK-REMAIN = WK-REMAIN - WK-BKT(WK-BKT-IDX)
             MOVE ZERO TO WK-BKT(WK-BKT-IDX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    税率別内訳算出処理
      *    （台帳の軽減税率対象額・消費税を正とし、標準税率分は純額・
      *      消費税から差し引いて求める。内訳の無い旧台帳レコードは
      *      全額を標準税率として扱う）
      ******************************************************************
       SPLIT-TAX-RTN                   SECTION.
           IF WREG-KEIGEN-NET NUMERIC AND WREG-KEIGEN-ZEI NUMERIC
             MOVE WREG-KEIGEN-NET TO WK-KEIGEN-NET
             MOVE WREG-KEIGEN-ZEI TO WK-KEIGEN-ZEI
           ELSE
             MOVE ZERO TO WK-KEIGEN-NET
             MOVE ZERO TO WK-KEIGEN-ZEI
           END-IF.
           COMPUTE WK-HYOJUN-NET = WREG-NET-KINGAKU - WK-KEIGEN-NET.
           COMPUTE WK-HYOJUN-ZEI = WREG-ZEI-KINGAKU - WK-KEIGEN-ZEI.
       EXI.
           EXIT.
      ******************************************************************
      *    赤伝出力処理（取消１件につき１通）
      ******************************************************************
       WRITE-AKA-RTN                   SECTION.
           MOVE WK-TODAY TO WK-AKA-DATE.
           MOVE WK-AKA-TITLE TO AKA-REC.
           WRITE AKA-REC AFTER PAGE.
           ADD 1 TO AKA-CNT.
      *
           MOVE WREG-TOKU-COD TO WK-AKA-TOKU-COD.
           MOVE WREG-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-TKI-RTN.
           IF WK-TKI-FOUND-FLG = "Y"
             MOVE TOKM-TOKU-MEI TO WK-AKA-TOKU-MEI
           ELSE
             MOVE SPACE TO WK-AKA-TOKU-MEI
           END-IF.
           MOVE WK-AKA-TOKULINE TO AKA-REC.
           PERFORM WRITE-AKA-REC-RTN.
      *
           MOVE WK-AKA-NO TO WK-AKA-NO-ED.
           MOVE WK-AKA-NOLINE TO AKA-REC.
           PERFORM WRITE-AKA-REC-RTN.
           MOVE WREG-SEI-NO TO WK-AKA-SEI-NO.
           MOVE WREG-ISSUE-DATE TO WK-AKA-SEI-ISSUE.
           MOVE WK-AKA-SEILINE TO AKA-REC.
           PERFORM WRITE-AKA-REC-RTN.
           MOVE WREG-FROM-DATE TO WK-AKA-KIKAN-FROM.
           MOVE WREG-TO-DATE TO WK-AKA-KIKAN-TO.
           MOVE WK-AKA-KIKANLINE TO AKA-REC.
           PERFORM WRITE-AKA-REC-RTN.
           MOVE VDT-REASON TO WK-AKA-REASON.
           MOVE WK-AKA-RIYULINE TO AKA-REC.
           PERFORM WRITE-AKA-REC-RTN.
           MOVE SPACE TO AKA-REC.
           PERFORM WRITE-AKA-REC-RTN.
      *
      *    区分記載：税率別の対象額と消費税をマイナスで印字する。
      *    軽減税率の対象が無い請求書は標準税率の行のみ印字する
           MOVE "＊　標準税率対象＊" TO WK-AKA-GOKEI-MIDASHI.
           COMPUTE WK-AKA-GOKEI-KINGAKU = ZERO - WK-HYOJUN-NET.
           PERFORM WRITE-AKA-GOKEI-RTN.
           MOVE "＊　うち消費税　＊" TO WK-AKA-GOKEI-MIDASHI.
           COMPUTE WK-AKA-GOKEI-KINGAKU = ZERO - WK-HYOJUN-ZEI.
           PERFORM WRITE-AKA-GOKEI-RTN.
           IF WK-KEIGEN-NET NOT = ZERO OR WK-KEIGEN-ZEI NOT = ZERO
             MOVE "＊　軽減税率対象＊" TO WK-AKA-GOKEI-MIDASHI
             COMPUTE WK-AKA-GOKEI-KINGAKU = ZERO - WK-KEIGEN-NET
             PERFORM WRITE-AKA-GOKEI-RTN
             MOVE "＊　うち消費税　＊" TO WK-AKA-GOKEI-MIDASHI
             COMPUTE WK-AKA-GOKEI-KINGAKU = ZERO - WK-KEIGEN-ZEI
             PERFORM WRITE-AKA-GOKEI-RTN
           END-IF.
           MOVE "＊　消費税合計　＊" TO WK-AKA-GOKEI-MIDASHI.
           COMPUTE WK-AKA-GOKEI-KINGAKU = ZERO - WREG-ZEI-KINGAKU.
           PERFORM WRITE-AKA-GOKEI-RTN.
           MOVE "＊　赤伝合計金額＊" TO WK-AKA-GOKEI-MIDASHI.
           COMPUTE WK-AKA-GOKEI-KINGAKU = ZERO - WREG-GROSS-KINGAKU.
           PERFORM WRITE-AKA-GOKEI-RTN.
      *
      *    取消請求書への入金済額は未充当（過入金）として残る旨を
      *    明示する
           IF WK-PAID-AMT NOT = ZERO
             MOVE SPACE TO AKA-REC
             PERFORM WRITE-AKA-REC-RTN
             MOVE "＊　入金済額　　＊" TO WK-AKA-GOKEI-MIDASHI
             MOVE WK-PAID-AMT TO WK-AKA-GOKEI-KINGAKU
             PERFORM WRITE-AKA-GOKEI-RTN
             MOVE WK-AKA-CHUKI TO AKA-REC
             PERFORM WRITE-AKA-REC-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    赤伝金額行出力処理
      ******************************************************************
       WRITE-AKA-GOKEI-RTN             SECTION.
           MOVE WK-AKA-GOKEI TO AKA-REC.
           PERFORM WRITE-AKA-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（赤伝）
      ******************************************************************
       WRITE-AKA-REC-RTN               SECTION.
           WRITE AKA-REC AFTER 1.
           ADD 1 TO AKA-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    赤伝発行台帳出力処理（取消１件分）
      ******************************************************************
       WRITE-CRN-RTN                   SECTION.
           MOVE SPACE TO CRNN-REC.
           MOVE WK-AKA-NO TO NCRN-AKA-NO.
           MOVE WREG-SEI-NO TO NCRN-SEI-NO.
           MOVE WREG-TOKU-COD TO NCRN-TOKU-COD.
           MOVE WK-TODAY TO NCRN-ISSUE-DATE.
           MOVE WREG-ISSUE-DATE TO NCRN-SEI-ISSUE-DATE.
           MOVE WREG-FROM-DATE TO NCRN-FROM-DATE.
           MOVE WREG-TO-DATE TO NCRN-TO-DATE.
           MOVE WREG-NET-KINGAKU TO NCRN-NET-KINGAKU.
           MOVE WREG-ZEI-KINGAKU TO NCRN-ZEI-KINGAKU.
           MOVE WREG-GROSS-KINGAKU TO NCRN-GROSS-KINGAKU.
           MOVE WK-KEIGEN-NET TO NCRN-KEIGEN-NET.
           MOVE WK-KEIGEN-ZEI TO NCRN-KEIGEN-ZEI.
           MOVE WK-OPEN-AMT TO NCRN-OPEN-KINGAKU.
           MOVE WK-PAID-AMT TO NCRN-PAID-KINGAKU.
           MOVE VDT-REASON TO NCRN-REASON.
           WRITE CRNN-REC.
           ADD 1 TO CRNN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト明細行出力処理（取消１件分）
      ******************************************************************
       WRITE-LST-RTN                   SECTION.
           MOVE WREG-SEI-NO TO WK-LST-SEI-NO.
           MOVE WREG-TOKU-COD TO WK-LST-TOKU-COD.
           MOVE WK-AKA-NO TO WK-LST-AKA-NO.
           MOVE WREG-GROSS-KINGAKU TO WK-LST-GROSS.
           MOVE WK-OPEN-AMT TO WK-LST-OPEN.
           COMPUTE WK-LST-PAID = WK-PAID-AMT + WK-REMAIN.
           MOVE VDT-REASON TO WK-LST-MSG.
           MOVE WK-LST-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リストエラー行出力処理
      ******************************************************************
       WRITE-ERR-RTN                   SECTION.
           MOVE WK-ERR-MSG TO WK-ERR-LINE-MSG.
           MOVE WK-ERR-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           ADD 1 TO WK-ERR-CNT.
           DISPLAY "*** KUBM075 REJECTED SEI-NO=" VDT-SEI-NO.
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
      *    台帳作業ファイル検索処理（WK-SEARCH-NOの請求書）
      ******************************************************************
       FIND-REG-RTN                    SECTION.
           MOVE "N" TO WK-REG-FOUND-FLG.
           MOVE WK-SEARCH-NO TO REGW-SEI-NO.
           READ REGW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-REG-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求作業ファイル検索処理（WK-SEARCH-NOの請求書）
      ******************************************************************
       FIND-OPI-RTN                    SECTION.
           MOVE "N" TO WK-OPI-FOUND-FLG.
           MOVE WK-SEARCH-NO TO OPIW-SEI-NO.
           READ OPIW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-OPI-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    残高作業ファイル検索処理（WK-SEARCH-TOKUの得意先）
      ******************************************************************
       FIND-ARB-RTN                    SECTION.
           MOVE "N" TO WK-ARB-FOUND-FLG.
           MOVE WK-SEARCH-TOKU TO ARBW-TOKU.
           READ ARBW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-ARB-FOUND-FLG.
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
      *    処理リスト合計出力処理
      ******************************************************************
       WRITE-SUMMARY-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＊取消合計＊" TO WK-SUM-LABEL.
           MOVE WK-GROSS-TOTAL TO WK-SUM-GROSS.
           MOVE WK-OPEN-TOTAL TO WK-SUM-OPEN.
           MOVE WK-PAID-TOTAL TO WK-SUM-PAID.
           MOVE WK-SUM-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "取消トランザクション件数" TO WK-CNT-LABEL.
           MOVE VDT-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "取消（赤伝発行）件数" TO WK-CNT-LABEL.
           MOVE WK-VOID-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "エラー件数" TO WK-CNT-LABEL.
           MOVE WK-ERR-CNT TO WK-CNT-VALUE.
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
      *    台帳書き戻し処理（作業ファイルの全件をキー順に）
      ******************************************************************
       FLUSH-REG-RTN                   SECTION.
           MOVE ZERO TO REGW-SEI-NO.
           START REGW-FILE KEY IS NOT LESS THAN REGW-SEI-NO
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-REGW-END-FLG.
           PERFORM FLUSH-REG-READ-RTN
             UNTIL WK-REGW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    台帳書き戻し処理（１件分）
      ******************************************************************
       FLUSH-REG-READ-RTN              SECTION.
           READ REGW-FILE NEXT
             AT END
               MOVE "Y" TO WK-REGW-END-FLG
               GO TO EXI
           END-READ.
           MOVE REGW-DATA TO REGN-REC.
           WRITE REGN-REC.
           ADD 1 TO REGN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求書き戻し処理（作業ファイルの全件をキー順に）
      ******************************************************************
       FLUSH-OPI-RTN                   SECTION.
           MOVE ZERO TO OPIW-SEI-NO.
           START OPIW-FILE KEY IS NOT LESS THAN OPIW-SEI-NO
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-OPIW-END-FLG.
           PERFORM FLUSH-OPI-READ-RTN
             UNTIL WK-OPIW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求書き戻し処理（１件分）
      ******************************************************************
       FLUSH-OPI-READ-RTN              SECTION.
           READ OPIW-FILE NEXT
             AT END
               MOVE "Y" TO WK-OPIW-END-FLG
               GO TO EXI
           END-READ.
           MOVE OPIW-DATA TO OPIN-REC.
           WRITE OPIN-REC.
           ADD 1 TO OPIN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    残高書き戻し処理（作業ファイルの全件をキー順に）
      ******************************************************************
       FLUSH-ARB-RTN                   SECTION.
           MOVE LOW-VALUE TO ARBW-TOKU.
           START ARBW-FILE KEY IS NOT LESS THAN ARBW-TOKU
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-ARBW-END-FLG.
           PERFORM FLUSH-ARB-READ-RTN
             UNTIL WK-ARBW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    残高書き戻し処理（１件分）
      ******************************************************************
       FLUSH-ARB-READ-RTN              SECTION.
           READ ARBW-FILE NEXT
             AT END
               MOVE "Y" TO WK-ARBW-END-FLG
               GO TO EXI
           END-READ.
           MOVE ARBW-DATA TO ARBN-REC.
           WRITE ARBN-REC.
           ADD 1 TO ARBN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM075" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE VDT-CNT TO RNL-IN-CNT.
           MOVE WK-VOID-CNT TO RNL-OUT-CNT.
           MOVE WK-ERR-CNT TO RNL-EXC-CNT.
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
      *
      *    更新後の全件を新世代へ書き戻す
           PERFORM FLUSH-REG-RTN.
           PERFORM FLUSH-OPI-RTN.
           PERFORM FLUSH-ARB-RTN.
      *
           CLOSE VDT-FILE.
           CLOSE REGN-FILE.
           CLOSE OPIN-FILE.
           CLOSE ARBN-FILE.
           CLOSE CRNN-FILE.
           CLOSE AKA-FILE.
           CLOSE RPT-FILE.
           CLOSE REGW-FILE.
           CLOSE OPIW-FILE.
           CLOSE ARBW-FILE.
           DISPLAY "*** KUBM075 VDT=" VDT-CNT.
           DISPLAY "*** KUBM075 VOID=" WK-VOID-CNT.
           DISPLAY "*** KUBM075 ERROR=" WK-ERR-CNT.
           DISPLAY "*** KUBM075 REGOLD=" REGO-CNT.
           DISPLAY "*** KUBM075 REGNEW=" REGN-CNT.
           DISPLAY "*** KUBM075 OPIOLD=" OPIO-CNT.
           DISPLAY "*** KUBM075 OPINEW=" OPIN-CNT.
           DISPLAY "*** KUBM075 ARBOLD=" ARBO-CNT.
           DISPLAY "*** KUBM075 ARBNEW=" ARBN-CNT.
           DISPLAY "*** KUBM075 CRNOLD=" CRNO-CNT.
           DISPLAY "*** KUBM075 CRNNEW=" CRNN-CNT.
           IF WK-ERR-CNT > ZERO AND RETURN-CODE = ZERO
             DISPLAY "*** KUBM075 WARNING REJECTED TRANSACTIONS ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM075 END ***".
       EXI.
           EXIT.
