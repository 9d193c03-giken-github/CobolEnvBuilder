       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM100.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：マスタ間整合性監査
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：参照基準の得意先・商品を索引の作業ファイル
      *    　　　　　　　　（CUSWK・SHOWK）へ写して件数の上限を撤廃
      ******************************************************************
      *    各マスタ・台帳はそれぞれ別の保守バッチ（KUBM050・KUBM059・
      *    KUBM065・KUBM069等）で更新されるため、マスタ間の対応が
      *    崩れても検出されない。本プログラムは週次に全マスタ・台帳
      *    を読み、得意先マスタ（TOKM）・商品マスタ（SHOM）・得意先
      *    ・営業所対応表（OFFMAP）を基準として、参照先の無いレコード
      *    （孤立レコード）や取引停止得意先に残る設定などをルール別
      *    に整合性監査リスト（RPT）へ印字し、ルールごとの検査件数
      *    ・不整合件数の要約を付ける。
      *    ルールの番号・対象ファイル・内容はWK-RULE-xxxのテーブル
      *    に定義する。営業所の対応の判定（ルール０７）は、得意先
      *    マスタに有り取引停止でない得意先の営業所対応のみを数える。
      *    不整合が１件でもあればRETURN-CODE 4で終了する。マスタは
      *    読むだけで更新しない（訂正は各保守バッチで行う）。
      *    参照の基準とする得意先・商品は、得意先コード・商品番号
      *    をキーとする索引の作業ファイル（CUSWK・SHOWK）に写して
      *    検索するため、得意先数・商品数に上限は無い。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT TOKM-FILE
             ASSIGN TO EXTERNAL TOKM
               FILE STATUS IS WK-TOKM-FILE-ERR.
           SELECT SHOM-FILE
             ASSIGN TO EXTERNAL SHOM
               FILE STATUS IS WK-SHOM-FILE-ERR.
           SELECT OFM-FILE
             ASSIGN TO EXTERNAL OFFMAP
               FILE STATUS IS WK-OFM-FILE-ERR.
           SELECT TGT-FILE
             ASSIGN TO EXTERNAL TGT
               FILE STATUS IS WK-TGT-FILE-ERR.
           SELECT KYM-FILE
             ASSIGN TO EXTERNAL KYM
               FILE STATUS IS WK-KYM-FILE-ERR.
           SELECT DSTM-FILE
             ASSIGN TO EXTERNAL DSTM
               FILE STATUS IS WK-DSTM-FILE-ERR.
           SELECT ARB-FILE
             ASSIGN TO EXTERNAL ARB
               FILE STATUS IS WK-ARB-FILE-ERR.
           SELECT OPI-FILE
             ASSIGN TO EXTERNAL OPI
               FILE STATUS IS WK-OPI-FILE-ERR.
           SELECT SUM-FILE
             ASSIGN TO EXTERNAL SUMNEW
               FILE STATUS IS WK-SUM-FILE-ERR.
           SELECT REG-FILE
             ASSIGN TO EXTERNAL REG
               FILE STATUS IS WK-REG-FILE-ERR.
           SELECT DNR-FILE
             ASSIGN TO EXTERNAL DNR
               FILE STATUS IS WK-DNR-FILE-ERR.
           SELECT FKM-FILE
             ASSIGN TO EXTERNAL FKM
               FILE STATUS IS WK-FKM-FILE-ERR.
           SELECT SOM-FILE
             ASSIGN TO EXTERNAL SOM
               FILE STATUS IS WK-SOM-FILE-ERR.
           SELECT STK-FILE
             ASSIGN TO EXTERNAL STK
               FILE STATUS IS WK-STK-FILE-ERR.
           SELECT NSM-FILE
             ASSIGN TO EXTERNAL NSM
               FILE STATUS IS WK-NSM-FILE-ERR.
           SELECT HENM-FILE
             ASSIGN TO EXTERNAL HENM
               FILE STATUS IS WK-HENM-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT CUSW-FILE
             ASSIGN TO EXTERNAL CUSWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSW-COD
               FILE STATUS IS WK-CUSW-FILE-ERR.
           SELECT SHOW-FILE
             ASSIGN TO EXTERNAL SHOWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHOW-NO
               FILE STATUS IS WK-SHOW-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  TOKM-FILE.
       01  TOKM-REC.
           COPY KUCF020.
       FD  SHOM-FILE.
       01  SHOM-REC.
           COPY KUCF021.
       FD  OFM-FILE.
       01  OFM-REC.
           COPY KUCF098.
       FD  TGT-FILE.
       01  TGT-REC.
           COPY KUCF078.
       FD  KYM-FILE.
       01  KYM-REC.
           COPY KUCF027.
       FD  DSTM-FILE.
       01  DST-REC.
           COPY KUCF024.
       FD  ARB-FILE.
       01  ARB-REC.
           COPY KUCF026.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY KUCF063.
       FD  SUM-FILE.
       01  SUM-REC.
           COPY KUCF061.
       FD  REG-FILE.
       01  REG-REC.
           COPY KUCF029.
       FD  DNR-FILE.
       01  DNR-REC.
           COPY KUCF066.
       FD  FKM-FILE.
       01  FKM-REC.
           COPY KUCF114.
       FD  SOM-FILE.
       01  SOM-REC.
           COPY KUCF106.
       FD  STK-FILE.
       01  STK-REC.
           COPY KUCF104.
       FD  NSM-FILE.
       01  NSM-REC.
           COPY KUCF133.
       FD  HENM-FILE.
       01  HEN-REC.
           COPY KUCF074.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(132).
      *得意先作業ファイル（得意先マスタの写し。営業所対応の有無を
      *持つ）
       FD  CUSW-FILE.
       01  CUSW-REC.
           03  CUSW-COD                PIC X(4).
           03  CUSW-STATUS             PIC X(1).
           03  CUSW-PAYER              PIC X(4).
           03  CUSW-OFM-FLG            PIC X(1).
      *商品作業ファイル（商品番号のみ。単価世代は１件にまとめる）
       FD  SHOW-FILE.
       01  SHOW-REC.
           03  SHOW-NO                 PIC X(5).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-TOKM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SHOM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OFM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TGT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DSTM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARB-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPI-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-REG-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DNR-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-FKM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SOM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-STK-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-NSM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-HENM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CUSW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SHOW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-END-FLG                  PIC X VALUE "Y".
       01  WK-CUSW-END-FLG             PIC X VALUE "Y".
       01  WK-IN-CNT                   PIC 9(10) VALUE ZERO.
       01  WK-NG-TOTAL                 PIC 9(10) VALUE ZERO.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
      *ルール定義（番号順。対象ファイルと内容）
       01  WK-RULE-CNT                 PIC 9(4) VALUE 24.
       01  WK-RULE-IX                  PIC 9(4) VALUE ZERO.
       01  WK-RULE-FILE-VALUES.
           03  FILLER                  PIC X(8) VALUE "TOKM".
           03  FILLER                  PIC X(8) VALUE "TOKM".
           03  FILLER                  PIC X(8) VALUE "TOKM".
           03  FILLER                  PIC X(8) VALUE "OFFMAP".
           03  FILLER                  PIC X(8) VALUE "OFFMAP".
           03  FILLER                  PIC X(8) VALUE "OFFMAP".
           03  FILLER                  PIC X(8) VALUE "TGT".
           03  FILLER                  PIC X(8) VALUE "KYM".
           03  FILLER                  PIC X(8) VALUE "KYM".
           03  FILLER                  PIC X(8) VALUE "DSTM".
           03  FILLER                  PIC X(8) VALUE "DSTM".
           03  FILLER                  PIC X(8) VALUE "ARB".
           03  FILLER                  PIC X(8) VALUE "OPI".
           03  FILLER                  PIC X(8) VALUE "SUMNEW".
           03  FILLER                  PIC X(8) VALUE "SEIREG".
           03  FILLER                  PIC X(8) VALUE "DUNREG".
           03  FILLER                  PIC X(8) VALUE "FKM".
           03  FILLER                  PIC X(8) VALUE "SOM".
           03  FILLER                  PIC X(8) VALUE "SOM".
           03  FILLER                  PIC X(8) VALUE "SOM".
           03  FILLER                  PIC X(8) VALUE "STK".
           03  FILLER                  PIC X(8) VALUE "NSM".
           03  FILLER                  PIC X(8) VALUE "HENM".
           03  FILLER                  PIC X(8) VALUE "HENM".
       01  WK-RULE-FILE-TBL REDEFINES WK-RULE-FILE-VALUES.
           03  WK-RULE-FILE            PIC X(8) OCCURS 24 TIMES.
       01  WK-RULE-NAIYO-VALUES.
           03  FILLER                  PIC X(40) VALUE
             "支払先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "支払先が取引停止（子得意先は取引中）".
           03  FILLER                  PIC X(40) VALUE
             "営業所対応表に登録が無い".
           03  FILLER                  PIC X(40) VALUE
             "得意先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "取引停止得意先の営業所対応が残る".
           03  FILLER                  PIC X(40) VALUE
             "同じ得意先が重複して登録されている".
           03  FILLER                  PIC X(40) VALUE
             "対応する得意先の無い営業所の目標".
           03  FILLER                  PIC X(40) VALUE
             "得意先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "商品番号が商品マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "得意先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "取引停止得意先の配付先が残る".
           03  FILLER                  PIC X(40) VALUE
             "得意先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "得意先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "得意先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "得意先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "得意先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "得意先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "得意先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "商品番号が商品マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "取引停止得意先の定期受注が有効".
           03  FILLER                  PIC X(40) VALUE
             "商品番号が商品マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "得意先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "得意先コードが得意先マスタに無い".
           03  FILLER                  PIC X(40) VALUE
             "商品番号が商品マスタに無い".
       01  WK-RULE-NAIYO-TBL REDEFINES WK-RULE-NAIYO-VALUES.
           03  WK-RULE-NAIYO           PIC X(40) OCCURS 24 TIMES.
      *ルール別の検査件数・不整合件数
       01  WK-RULE-CNT-TBL.
           03  WK-RULE-CNT-ENT         OCCURS 24 TIMES.
             05  WK-RULE-CHK-CNT       PIC 9(10).
             05  WK-RULE-NG-CNT        PIC 9(10).
      *
      *得意先作業ファイルの件数・検索キー
       01  WK-CUS-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-CUS-FOUND-FLG            PIC X VALUE "N".
       01  WK-SAVE-CUS-COD             PIC X(4) VALUE SPACE.
       01  WK-SEARCH-TOKU              PIC X(4) VALUE SPACE.
      *
      *商品作業ファイルの件数・検索キー
       01  WK-SHO-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-SHO-FOUND-FLG            PIC X VALUE "N".
       01  WK-SEARCH-SHOHIN            PIC X(5) VALUE SPACE.
      *
      *営業所テーブル（取引中の得意先が対応している営業所）
       01  WK-EGY-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-EGY-MAX                  PIC 9(4) VALUE 100.
       01  WK-EGY-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-EGY-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-EGY-TBL.
           03  WK-EGY-ENT              OCCURS 100 TIMES.
             05  WK-EGY-ENT-COD        PIC X(2).
       01  WK-SEARCH-EIGYO             PIC X(2) VALUE SPACE.
      *
      *不整合明細の編集用
       01  WK-NG-KEY                   PIC X(20) VALUE SPACE.
       01  WK-NG-SANSHO                PIC X(30) VALUE SPACE.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *整合性監査リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  FILLER                  PIC X(38) VALUE
             "＊＊＊　マスタ間整合性監査　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SECTION              PIC X(50) VALUE SPACE.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "規則".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "ファイル".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "キー".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(40) VALUE "内容".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE "参照先".
      *
      *不整合明細行（１件分）
       01  WK-RPT-LINE.
           03  FILLER                  PIC X(1) VALUE "R".
           03  WK-RPT-RULE-NO          PIC 9(2).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-RPT-FILE             PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KEY              PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-NAIYO            PIC X(40).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SANSHO           PIC X(30).
      *
       01  WK-RPT-S-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "規則".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "ファイル".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(40) VALUE "内容".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "　検査件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "不整合件数".
      *
      *ルール別件数行（１ルール分）
       01  WK-RPT-S-LINE.
           03  FILLER                  PIC X(1) VALUE "R".
           03  WK-RPT-S-RULE-NO        PIC 9(2).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-RPT-S-FILE           PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-S-NAIYO          PIC X(40).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-S-CHK-CNT        PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-S-NG-CNT         PIC ZZ,ZZZ,ZZ9.
      *
       01  WK-NONE-LINE.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "該当なし".
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(30).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM AUDIT-OFM-RTN.
           PERFORM AUDIT-TOKM-PASS-RTN.
           PERFORM AUDIT-TGT-RTN.
           PERFORM AUDIT-KYM-RTN.
           PERFORM AUDIT-DSTM-RTN.
           PERFORM AUDIT-ARB-RTN.
           PERFORM AUDIT-OPI-RTN.
           PERFORM AUDIT-SUM-RTN.
           PERFORM AUDIT-REG-RTN.
           PERFORM AUDIT-DNR-RTN.
           PERFORM AUDIT-FKM-RTN.
           PERFORM AUDIT-SOM-RTN.
           PERFORM AUDIT-STK-RTN.
           PERFORM AUDIT-NSM-RTN.
           PERFORM AUDIT-HENM-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      *    （得意先マスタ・商品マスタを作業ファイルへ写し、リスト
      *      を開く）
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM100 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE ZERO TO WK-RULE-CNT-TBL.
      *
           OPEN INPUT TOKM-FILE.
           IF WK-TOKM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT TOKM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT CUSW-FILE.
           IF WK-CUSW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT CUSWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM LOAD-TOKM-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE TOKM-FILE.
      *    営業所対応の有無を書き戻すため、更新モードで使用する
           CLOSE CUSW-FILE.
           OPEN I-O CUSW-FILE.
      *
           OPEN INPUT SHOM-FILE.
           IF WK-SHOM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT SHOM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SHOW-FILE.
           IF WK-SHOW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT SHOWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM LOAD-SHOM-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE SHOM-FILE.
           CLOSE SHOW-FILE.
           OPEN INPUT SHOW-FILE.
           DISPLAY "*** KUBM100 TOKM=" WK-CUS-CNT " SHOM=" WK-SHO-CNT.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT RPT-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜不整合明細＞" TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-TOKM-RTN                   SECTION.
           READ TOKM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE TOKM-TOKU-COD TO CUSW-COD.
           MOVE TOKM-STATUS-KBN TO CUSW-STATUS.
           MOVE TOKM-PAYER-COD TO CUSW-PAYER.
           MOVE "N" TO CUSW-OFM-FLG.
           WRITE CUSW-REC
             INVALID KEY
               DISPLAY "*** KUBM100 ABEND DUPLICATE TOKU-COD="
                       TOKM-TOKU-COD " IN TOKM"
               MOVE 16 TO RETURN-CODE
               CLOSE TOKM-FILE
               CLOSE CUSW-FILE
               STOP RUN
           END-WRITE.
           ADD 1 TO WK-CUS-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ読み込み処理（１件分）
      *    （単価世代ごとのレコードは商品番号１件にまとめる）
      ******************************************************************
       LOAD-SHOM-RTN                   SECTION.
           READ SHOM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SHOM-SHOHIN-NO TO SHOW-NO.
           WRITE SHOW-REC
             INVALID KEY
               GO TO EXI
           END-WRITE.
           ADD 1 TO WK-SHO-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先作業ファイル検索処理
      *    （WK-SEARCH-TOKUの得意先をCUSW-RECへ読み込む）
      ******************************************************************
       FIND-CUS-RTN                    SECTION.
           MOVE "N" TO WK-CUS-FOUND-FLG.
           MOVE WK-SEARCH-TOKU TO CUSW-COD.
           READ CUSW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-CUS-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先作業ファイル読み込み処理（得意先コード順の次の１件）
      ******************************************************************
       READ-CUSW-RTN                   SECTION.
           READ CUSW-FILE NEXT
             AT END
               MOVE "Y" TO WK-CUSW-END-FLG
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    商品作業ファイル検索処理
      ******************************************************************
       FIND-SHO-RTN                    SECTION.
           MOVE "N" TO WK-SHO-FOUND-FLG.
           MOVE WK-SEARCH-SHOHIN TO SHOW-NO.
           READ SHOW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-SHO-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所テーブル検索処理
      ******************************************************************
       FIND-EGY-RTN                    SECTION.
           MOVE ZERO TO WK-EGY-MATCH-IDX.
           PERFORM CHECK-EGY-ENT-RTN
             VARYING WK-EGY-IDX FROM 1 BY 1
               UNTIL WK-EGY-IDX > WK-EGY-CNT
                  OR WK-EGY-MATCH-IDX NOT = ZERO.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-EGY-ENT-RTN               SECTION.
           IF WK-EGY-ENT-COD(WK-EGY-IDX) = WK-SEARCH-EIGYO
             MOVE WK-EGY-IDX TO WK-EGY-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先参照チェック処理（共通）
      *    （WK-SEARCH-TOKUの得意先が得意先マスタに無ければ、
      *      WK-RULE-IXのルールの不整合として印字する）
      ******************************************************************
       CHECK-TOKU-RTN                  SECTION.
           ADD 1 TO WK-RULE-CHK-CNT(WK-RULE-IX).
           PERFORM FIND-CUS-RTN.
           IF WK-CUS-FOUND-FLG NOT = "Y"
             MOVE SPACE TO WK-NG-SANSHO
             MOVE "得意先" TO WK-NG-SANSHO(1:6)
             MOVE WK-SEARCH-TOKU TO WK-NG-SANSHO(8:4)
             PERFORM WRITE-NG-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品参照チェック処理（共通）
      *    （WK-SEARCH-SHOHINの商品が商品マスタに無ければ、
      *      WK-RULE-IXのルールの不整合として印字する）
      ******************************************************************
       CHECK-SHOHIN-RTN                SECTION.
           ADD 1 TO WK-RULE-CHK-CNT(WK-RULE-IX).
           PERFORM FIND-SHO-RTN.
           IF WK-SHO-FOUND-FLG NOT = "Y"
             MOVE SPACE TO WK-NG-SANSHO
             MOVE "商品" TO WK-NG-SANSHO(1:4)
             MOVE WK-SEARCH-SHOHIN TO WK-NG-SANSHO(8:5)
             PERFORM WRITE-NG-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    取引停止チェック処理（共通）
      *    （直前の得意先参照チェックで見つかった得意先が取引停止
      *      なら、WK-RULE-IXのルールの不整合として印字する）
      ******************************************************************
       CHECK-TEISHI-RTN                SECTION.
           ADD 1 TO WK-RULE-CHK-CNT(WK-RULE-IX).
           IF WK-CUS-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           IF CUSW-STATUS = "3"
             MOVE SPACE TO WK-NG-SANSHO
             MOVE "得意先" TO WK-NG-SANSHO(1:6)
             MOVE WK-SEARCH-TOKU TO WK-NG-SANSHO(8:4)
             MOVE "取引停止" TO WK-NG-SANSHO(13:8)
             PERFORM WRITE-NG-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    不整合明細印字処理（共通）
      *    （WK-RULE-IXのルール、WK-NG-KEY・WK-NG-SANSHOを印字し、
      *      ルール別の不整合件数を数える）
      ******************************************************************
       WRITE-NG-RTN                    SECTION.
           ADD 1 TO WK-RULE-NG-CNT(WK-RULE-IX).
           ADD 1 TO WK-NG-TOTAL.
           MOVE WK-RULE-IX TO WK-RPT-RULE-NO.
           MOVE WK-RULE-FILE(WK-RULE-IX) TO WK-RPT-FILE.
           MOVE WK-NG-KEY TO WK-RPT-KEY.
           MOVE WK-RULE-NAIYO(WK-RULE-IX) TO WK-RPT-NAIYO.
           MOVE WK-NG-SANSHO TO WK-RPT-SANSHO.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所対応表監査処理（ルール０４～０６）
      *    （あわせて得意先の営業所対応の有無と、取引中の得意先が
      *      対応している営業所のテーブルを作る）
      ******************************************************************
       AUDIT-OFM-RTN                   SECTION.
           OPEN INPUT OFM-FILE.
           IF WK-OFM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT OFM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-OFM-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE OFM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所対応表監査処理（１件分）
      ******************************************************************
       AUDIT-OFM-1KEN-RTN              SECTION.
           READ OFM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE OFM-TOKU-COD TO WK-NG-KEY(1:4).
           MOVE OFM-EIGYO-COD TO WK-NG-KEY(6:2).
           MOVE OFM-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE 4 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
           MOVE 5 TO WK-RULE-IX.
           PERFORM CHECK-TEISHI-RTN.
           IF WK-CUS-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
      *
           MOVE 6 TO WK-RULE-IX.
           ADD 1 TO WK-RULE-CHK-CNT(WK-RULE-IX).
           IF CUSW-OFM-FLG = "Y"
             MOVE SPACE TO WK-NG-SANSHO
             MOVE "営業所" TO WK-NG-SANSHO(1:6)
             MOVE OFM-EIGYO-COD TO WK-NG-SANSHO(8:2)
             PERFORM WRITE-NG-RTN
           END-IF.
           MOVE "Y" TO CUSW-OFM-FLG.
           REWRITE CUSW-REC.
      *
           IF CUSW-STATUS = "3"
             GO TO EXI
           END-IF.
           MOVE OFM-EIGYO-COD TO WK-SEARCH-EIGYO.
           PERFORM FIND-EGY-RTN.
           IF WK-EGY-MATCH-IDX NOT = ZERO
             GO TO EXI
           END-IF.
           IF WK-EGY-CNT >= WK-EGY-MAX
             DISPLAY "*** KUBM100 ABEND EGY TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WK-EGY-CNT.
           MOVE OFM-EIGYO-COD TO WK-EGY-ENT-COD(WK-EGY-CNT).
       EXI.
           EXIT.
      ******************************************************************
      ******************************************************************
      *    得意先マスタ監査処理（全得意先を得意先コード順に）
      ******************************************************************
       AUDIT-TOKM-PASS-RTN             SECTION.
           MOVE LOW-VALUE TO CUSW-COD.
           START CUSW-FILE KEY IS NOT LESS THAN CUSW-COD
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-CUSW-END-FLG.
           PERFORM READ-CUSW-RTN.
           PERFORM AUDIT-TOKM-ENT-RTN
             UNTIL WK-CUSW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ監査処理（得意先１件分を監査して次を読む）
      *    （支払先の検索で読み込み位置が変わるため、監査した得意先の
      *      次から読み直せるよう位置付けし直す）
      ******************************************************************
       AUDIT-TOKM-ENT-RTN              SECTION.
           MOVE CUSW-COD TO WK-SAVE-CUS-COD.
           PERFORM AUDIT-TOKM-RTN.
           MOVE WK-SAVE-CUS-COD TO CUSW-COD.
           START CUSW-FILE KEY IS GREATER THAN CUSW-COD
             INVALID KEY
               MOVE "Y" TO WK-CUSW-END-FLG
               GO TO EXI
           END-START.
           PERFORM READ-CUSW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ監査処理（得意先１件分。ルール０１～０３）
      *    （取引停止の得意先は支払先・営業所対応を問わない）
      ******************************************************************
       AUDIT-TOKM-RTN                  SECTION.
           IF CUSW-STATUS = "3"
             GO TO EXI
           END-IF.
           MOVE SPACE TO WK-NG-KEY.
           MOVE CUSW-COD TO WK-NG-KEY(1:4).
      *
           MOVE 3 TO WK-RULE-IX.
           ADD 1 TO WK-RULE-CHK-CNT(WK-RULE-IX).
           IF CUSW-OFM-FLG NOT = "Y"
             MOVE SPACE TO WK-NG-SANSHO
             PERFORM WRITE-NG-RTN
           END-IF.
      *
           IF CUSW-PAYER = SPACE
             OR CUSW-PAYER = CUSW-COD
             GO TO EXI
           END-IF.
           MOVE CUSW-PAYER TO WK-SEARCH-TOKU.
           MOVE 1 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
           MOVE 2 TO WK-RULE-IX.
           PERFORM CHECK-TEISHI-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    売上目標マスタ監査処理（ルール０７）
      ******************************************************************
       AUDIT-TGT-RTN                   SECTION.
           OPEN INPUT TGT-FILE.
           IF WK-TGT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT TGT-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-TGT-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE TGT-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    売上目標マスタ監査処理（１件分）
      ******************************************************************
       AUDIT-TGT-1KEN-RTN              SECTION.
           READ TGT-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE 7 TO WK-RULE-IX.
           ADD 1 TO WK-RULE-CHK-CNT(WK-RULE-IX).
           MOVE TGT-EIGYO-COD TO WK-SEARCH-EIGYO.
           PERFORM FIND-EGY-RTN.
           IF WK-EGY-MATCH-IDX = ZERO
             MOVE SPACE TO WK-NG-KEY
             MOVE TGT-EIGYO-COD TO WK-NG-KEY(1:2)
             MOVE TGT-YYYYMM TO WK-NG-KEY(4:6)
             MOVE SPACE TO WK-NG-SANSHO
             MOVE "営業所" TO WK-NG-SANSHO(1:6)
             MOVE TGT-EIGYO-COD TO WK-NG-SANSHO(8:2)
             PERFORM WRITE-NG-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    契約単価マスタ監査処理（ルール０８・０９）
      ******************************************************************
       AUDIT-KYM-RTN                   SECTION.
           OPEN INPUT KYM-FILE.
           IF WK-KYM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT KYM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-KYM-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE KYM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    契約単価マスタ監査処理（１件分）
      ******************************************************************
       AUDIT-KYM-1KEN-RTN              SECTION.
           READ KYM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE KYM-TOKU-COD TO WK-NG-KEY(1:4).
           MOVE KYM-SHOHIN-NO TO WK-NG-KEY(6:5).
           MOVE KYM-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE 8 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
           MOVE KYM-SHOHIN-NO TO WK-SEARCH-SHOHIN.
           MOVE 9 TO WK-RULE-IX.
           PERFORM CHECK-SHOHIN-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    帳票配付マスタ監査処理（ルール１０・１１）
      ******************************************************************
       AUDIT-DSTM-RTN                  SECTION.
           OPEN INPUT DSTM-FILE.
           IF WK-DSTM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT DSTM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-DSTM-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE DSTM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    帳票配付マスタ監査処理（１件分）
      ******************************************************************
       AUDIT-DSTM-1KEN-RTN             SECTION.
           READ DSTM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE DST-TOKU-COD TO WK-NG-KEY(1:4).
           MOVE DST-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE 10 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
           MOVE 11 TO WK-RULE-IX.
           PERFORM CHECK-TEISHI-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ監査処理（ルール１２）
      ******************************************************************
       AUDIT-ARB-RTN                   SECTION.
           OPEN INPUT ARB-FILE.
           IF WK-ARB-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT ARB-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-ARB-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE ARB-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ監査処理（１件分）
      ******************************************************************
       AUDIT-ARB-1KEN-RTN              SECTION.
           READ ARB-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE ARB-TOKU-COD TO WK-NG-KEY(1:4).
           MOVE ARB-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE 12 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ監査処理（ルール１３）
      ******************************************************************
       AUDIT-OPI-RTN                   SECTION.
           OPEN INPUT OPI-FILE.
           IF WK-OPI-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT OPI-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-OPI-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE OPI-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ監査処理（１件分）
      ******************************************************************
       AUDIT-OPI-1KEN-RTN              SECTION.
           READ OPI-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE OPI-SEI-NO TO WK-NG-KEY(1:8).
           MOVE OPI-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE 13 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    累計マスタ監査処理（ルール１４）
      ******************************************************************
       AUDIT-SUM-RTN                   SECTION.
           OPEN INPUT SUM-FILE.
           IF WK-SUM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT SUMNEW-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-SUM-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE SUM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    累計マスタ監査処理（１件分）
      ******************************************************************
       AUDIT-SUM-1KEN-RTN              SECTION.
           READ SUM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE SUM-EIGYO-COD TO WK-NG-KEY(1:2).
           MOVE SUM-TOKU-COD TO WK-NG-KEY(4:4).
           MOVE SUM-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE 14 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳監査処理（ルール１５）
      ******************************************************************
       AUDIT-REG-RTN                   SECTION.
           OPEN INPUT REG-FILE.
           IF WK-REG-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT REG-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-REG-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE REG-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳監査処理（１件分）
      ******************************************************************
       AUDIT-REG-1KEN-RTN              SECTION.
           READ REG-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE REG-SEI-NO TO WK-NG-KEY(1:8).
           MOVE REG-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE 15 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    督促発行台帳監査処理（ルール１６）
      ******************************************************************
       AUDIT-DNR-RTN                   SECTION.
           OPEN INPUT DNR-FILE.
           IF WK-DNR-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT DNR-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-DNR-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE DNR-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    督促発行台帳監査処理（１件分）
      ******************************************************************
       AUDIT-DNR-1KEN-RTN              SECTION.
           READ DNR-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE DNR-TOKU-COD TO WK-NG-KEY(1:4).
           MOVE DNR-ISSUE-DATE TO WK-NG-KEY(6:8).
           MOVE DNR-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE 16 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先振込先マスタ監査処理（ルール１７）
      ******************************************************************
       AUDIT-FKM-RTN                   SECTION.
           OPEN INPUT FKM-FILE.
           IF WK-FKM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT FKM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-FKM-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE FKM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先振込先マスタ監査処理（１件分）
      ******************************************************************
       AUDIT-FKM-1KEN-RTN              SECTION.
           READ FKM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE FKM-TOKU-COD TO WK-NG-KEY(1:4).
           MOVE FKM-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE 17 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    定期受注マスタ監査処理（ルール１８～２０）
      ******************************************************************
       AUDIT-SOM-RTN                   SECTION.
           OPEN INPUT SOM-FILE.
           IF WK-SOM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT SOM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-SOM-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE SOM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    定期受注マスタ監査処理（１件分）
      *    （取引停止の判定は終了日が未設定または実行日以降の、
      *      まだ受注を作る定期受注だけを対象とする）
      ******************************************************************
       AUDIT-SOM-1KEN-RTN              SECTION.
           READ SOM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE SOM-TOKU-COD TO WK-NG-KEY(1:4).
           MOVE SOM-SHOHIN-NO TO WK-NG-KEY(6:5).
           MOVE SOM-SHOHIN-NO TO WK-SEARCH-SHOHIN.
           MOVE 19 TO WK-RULE-IX.
           PERFORM CHECK-SHOHIN-RTN.
           MOVE SOM-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE 18 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
           IF SOM-END-DATE NOT = ZERO
             AND SOM-END-DATE < WK-TODAY
             GO TO EXI
           END-IF.
           MOVE 20 TO WK-RULE-IX.
           PERFORM CHECK-TEISHI-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    商品在庫マスタ監査処理（ルール２１）
      ******************************************************************
       AUDIT-STK-RTN                   SECTION.
           OPEN INPUT STK-FILE.
           IF WK-STK-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT STK-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-STK-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE STK-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    商品在庫マスタ監査処理（１件分）
      ******************************************************************
       AUDIT-STK-1KEN-RTN              SECTION.
           READ STK-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE STK-SHOHIN-NO TO WK-NG-KEY(1:5).
           MOVE STK-SHOHIN-NO TO WK-SEARCH-SHOHIN.
           MOVE 21 TO WK-RULE-IX.
           PERFORM CHECK-SHOHIN-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先納入先マスタ監査処理（ルール２２）
      ******************************************************************
       AUDIT-NSM-RTN                   SECTION.
           OPEN INPUT NSM-FILE.
           IF WK-NSM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT NSM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-NSM-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE NSM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先納入先マスタ監査処理（１件分）
      ******************************************************************
       AUDIT-NSM-1KEN-RTN              SECTION.
           READ NSM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE NSM-TOKU-COD TO WK-NG-KEY(1:4).
           MOVE NSM-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE 22 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    返品承認マスタ監査処理（ルール２３・２４）
      ******************************************************************
       AUDIT-HENM-RTN                  SECTION.
           OPEN INPUT HENM-FILE.
           IF WK-HENM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM100 ABEND NOT HENM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM AUDIT-HENM-1KEN-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE HENM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    返品承認マスタ監査処理（１件分）
      ******************************************************************
       AUDIT-HENM-1KEN-RTN             SECTION.
           READ HENM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           MOVE SPACE TO WK-NG-KEY.
           MOVE HEN-TOKU-COD TO WK-NG-KEY(1:4).
           MOVE HEN-JUCHU-NO TO WK-NG-KEY(6:4).
           MOVE HEN-SHOHIN-NO TO WK-NG-KEY(11:5).
           MOVE HEN-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE 23 TO WK-RULE-IX.
           PERFORM CHECK-TOKU-RTN.
           MOVE HEN-SHOHIN-NO TO WK-SEARCH-SHOHIN.
           MOVE 24 TO WK-RULE-IX.
           PERFORM CHECK-SHOHIN-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    ルール別件数印字処理（１ルール分）
      ******************************************************************
       WRITE-SUMMARY-LINE-RTN          SECTION.
           MOVE WK-RULE-IX TO WK-RPT-S-RULE-NO.
           MOVE WK-RULE-FILE(WK-RULE-IX) TO WK-RPT-S-FILE.
           MOVE WK-RULE-NAIYO(WK-RULE-IX) TO WK-RPT-S-NAIYO.
           MOVE WK-RULE-CHK-CNT(WK-RULE-IX) TO WK-RPT-S-CHK-CNT.
           MOVE WK-RULE-NG-CNT(WK-RULE-IX) TO WK-RPT-S-NG-CNT.
           MOVE WK-RPT-S-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           DISPLAY "*** KUBM100 R" WK-RPT-S-RULE-NO " "
                   WK-RULE-FILE(WK-RULE-IX)
                   " CHECKED=" WK-RULE-CHK-CNT(WK-RULE-IX)
                   " NG=" WK-RULE-NG-CNT(WK-RULE-IX).
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（帳票）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      *    （ルール別件数の要約を印字し、不整合があればRETURN-CODE
      *      4とする）
      ******************************************************************
       TERM-RTN                        SECTION.
           IF WK-NG-TOTAL = ZERO
             MOVE WK-NONE-LINE TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
           END-IF.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜ルール別件数＞" TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-S-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM WRITE-SUMMARY-LINE-RTN
             VARYING WK-RULE-IX FROM 1 BY 1
               UNTIL WK-RULE-IX > WK-RULE-CNT.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "読込件数（全ファイル）" TO WK-CNT-LABEL.
           MOVE WK-IN-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "不整合件数（全ルール）" TO WK-CNT-LABEL.
           MOVE WK-NG-TOTAL TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           CLOSE RPT-FILE.
           CLOSE CUSW-FILE.
           CLOSE SHOW-FILE.
      *
           DISPLAY "*** KUBM100 READ=" WK-IN-CNT " NG=" WK-NG-TOTAL.
           IF WK-NG-TOTAL NOT = ZERO
             DISPLAY "*** KUBM100 WARNING INCONSISTENCIES FOUND ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM100 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      *    （入力＝全ファイルの読み込み件数、例外＝不整合件数）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM100" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE WK-IN-CNT TO RNL-IN-CNT.
           MOVE ZERO TO RNL-OUT-CNT.
           MOVE WK-NG-TOTAL TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
