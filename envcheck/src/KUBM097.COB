       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM097.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：得意先コード統合・変更（付け替え）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：トランザクション検証の得意先マスタ参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      ******************************************************************
      *    同一会社の二重登録の統合や得意先コードの変更を、旧コード
      *    →新コードのトランザクション（MGT・KUCF142）にもとづいて
      *    全マスタ・台帳へ一括で反映するKUBM097Jの第１ステップで
      *    ある。
      *    　・トランザクションを得意先マスタと照合して（共通
      *    　　マスタ参照KUBS050で得意先索引マスタTOKMKを検索する）
      *    　　検証し、１件でも誤りがあれば何も書き出さずに
      *    　　RETURN-CODE 16で終了する（全件が正しいときだけ
      *    　　付け替える）
      *    　・得意先マスタ・売掛金残高・未消込請求・累計マスタ・
      *    　　受注履歴・契約単価・配信先マスタ・営業所対応表・
      *    　　請求書発行台帳・督促発行台帳の得意先コード（得意先
      *    　　マスタと請求書発行台帳は支払先コードも）を新コード
      *    　　へ付け替えて作業ファイルへ書き出す
      *    　・キー順を持つファイルは付け替えで順序が崩れるため、
      *    　　レコードの後ろに発生区分（０＝元から新コード・
      *    　　付け替え対象外　１＝付け替えたもの）を付けて書き
      *    　　出し、後続の整列ステップで並べ直す。同じキーの
      *    　　レコードの統合はKUBM098で行う
      *    　・請求書番号順の未消込請求・請求書発行台帳と督促発行
      *    　　台帳は順序が変わらないため、そのまま統合後の
      *    　　ファイルとして書き出す
      *    　・各ファイルの付け替え前の件数・管理金額・付け替え件数
      *    　　を管理ファイル（MCT・KUCF143）へ書き出し、KUBM098
      *    　　が統合後の件数・金額と突合する
      *    トランザクションが無い場合はRETURN-CODE 4で終了する。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT MGT-FILE
             ASSIGN TO EXTERNAL MGT
               FILE STATUS IS WK-MGT-FILE-ERR.
           SELECT TOKM-FILE
             ASSIGN TO EXTERNAL TOKM
               FILE STATUS IS WK-TOKM-FILE-ERR.
           SELECT ARB-FILE
             ASSIGN TO EXTERNAL ARB
               FILE STATUS IS WK-ARB-FILE-ERR.
           SELECT OPI-FILE
             ASSIGN TO EXTERNAL OPI
               FILE STATUS IS WK-OPI-FILE-ERR.
           SELECT SUM-FILE
             ASSIGN TO EXTERNAL SUMOLD
               FILE STATUS IS WK-SUM-FILE-ERR.
           SELECT ORDH-FILE
             ASSIGN TO EXTERNAL ORDH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORDH-KEY
               ALTERNATE RECORD KEY IS ORDH-SHOHIN-NO
                 WITH DUPLICATES
               FILE STATUS IS WK-ORDH-FILE-ERR.
           SELECT KYM-FILE
             ASSIGN TO EXTERNAL KYM
               FILE STATUS IS WK-KYM-FILE-ERR.
           SELECT DSTM-FILE
             ASSIGN TO EXTERNAL DSTM
               FILE STATUS IS WK-DSTM-FILE-ERR.
           SELECT OFM-FILE
             ASSIGN TO EXTERNAL OFFMAP
               FILE STATUS IS WK-OFM-FILE-ERR.
           SELECT REG-FILE
             ASSIGN TO EXTERNAL REG
               FILE STATUS IS WK-REG-FILE-ERR.
           SELECT DNR-FILE
             ASSIGN TO EXTERNAL DNR
               FILE STATUS IS WK-DNR-FILE-ERR.
           SELECT TOKW-FILE
             ASSIGN TO EXTERNAL TOKMW
               FILE STATUS IS WK-TOKW-FILE-ERR.
           SELECT ARBW-FILE
             ASSIGN TO EXTERNAL ARBW
               FILE STATUS IS WK-ARBW-FILE-ERR.
           SELECT OPIN-FILE
             ASSIGN TO EXTERNAL OPINEW
               FILE STATUS IS WK-OPIN-FILE-ERR.
           SELECT SUMW-FILE
             ASSIGN TO EXTERNAL SUMW
               FILE STATUS IS WK-SUMW-FILE-ERR.
           SELECT ORDW-FILE
             ASSIGN TO EXTERNAL ORDHW
               FILE STATUS IS WK-ORDW-FILE-ERR.
           SELECT KYMW-FILE
             ASSIGN TO EXTERNAL KYMW
               FILE STATUS IS WK-KYMW-FILE-ERR.
           SELECT DSTW-FILE
             ASSIGN TO EXTERNAL DSTMW
               FILE STATUS IS WK-DSTW-FILE-ERR.
           SELECT OFMW-FILE
             ASSIGN TO EXTERNAL OFFMAPW
               FILE STATUS IS WK-OFMW-FILE-ERR.
           SELECT REGN-FILE
             ASSIGN TO EXTERNAL REGNEW
               FILE STATUS IS WK-REGN-FILE-ERR.
           SELECT DNRN-FILE
             ASSIGN TO EXTERNAL DNRNEW
               FILE STATUS IS WK-DNRN-FILE-ERR.
           SELECT MCT-FILE
             ASSIGN TO EXTERNAL MCT
               FILE STATUS IS WK-MCT-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  MGT-FILE.
       01  MGT-REC.
           COPY KUCF142.
       FD  TOKM-FILE.
       01  TOKM-REC.
           COPY KUCF020.
       FD  ARB-FILE.
       01  ARB-REC.
           COPY KUCF026.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY KUCF063.
       FD  SUM-FILE.
       01  SUM-REC.
           COPY KUCF061.
       FD  ORDH-FILE.
       01  ORDH-REC.
           COPY KUCF023.
       FD  KYM-FILE.
       01  KYM-REC.
           COPY KUCF027.
       FD  DSTM-FILE.
       01  DSTM-REC.
           COPY KUCF024.
       FD  OFM-FILE.
       01  OFM-REC.
           COPY KUCF098.
       FD  REG-FILE.
       01  REG-REC.
           COPY KUCF029.
       FD  DNR-FILE.
       01  DNR-REC.
           COPY KUCF066.
      *作業ファイル（元レコード＋発生区分。後続の整列ステップの入力）
       FD  TOKW-FILE.
       01  TOKW-REC.
           03  TOKW-DATA               PIC X(80).
           03  TOKW-HASSEI-KBN         PIC X(1).
       FD  ARBW-FILE.
       01  ARBW-REC.
           03  ARBW-DATA               PIC X(80).
           03  ARBW-HASSEI-KBN         PIC X(1).
       FD  SUMW-FILE.
       01  SUMW-REC.
           03  SUMW-DATA               PIC X(46).
           03  SUMW-HASSEI-KBN         PIC X(1).
       FD  ORDW-FILE.
       01  ORDW-REC.
           03  ORDW-DATA               PIC X(100).
           03  ORDW-HASSEI-KBN         PIC X(1).
       FD  KYMW-FILE.
       01  KYMW-REC.
           03  KYMW-DATA               PIC X(30).
           03  KYMW-HASSEI-KBN         PIC X(1).
       FD  DSTW-FILE.
       01  DSTW-REC.
           03  DSTW-DATA               PIC X(50).
           03  DSTW-HASSEI-KBN         PIC X(1).
       FD  OFMW-FILE.
       01  OFMW-REC.
           03  OFMW-DATA               PIC X(30).
           03  OFMW-HASSEI-KBN         PIC X(1).
      *順序の変わらないファイル（統合後のファイルとしてそのまま使う）
       FD  OPIN-FILE.
       01  OPIN-REC                    PIC X(72).
       FD  REGN-FILE.
       01  REGN-REC                    PIC X(120).
       FD  DNRN-FILE.
       01  DNRN-REC                    PIC X(30).
       FD  MCT-FILE.
       01  MCT-REC.
           COPY KUCF143.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(132).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-MGT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARB-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPI-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ORDH-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DSTM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OFM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-REG-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DNR-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUMW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ORDW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYMW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-DSTW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OFMW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-DNRN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-MCT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  MGT-END-FLG                 PIC X VALUE "Y".
       01  TOKM-END-FLG                PIC X VALUE "Y".
       01  ARB-END-FLG                 PIC X VALUE "Y".
       01  OPI-END-FLG                 PIC X VALUE "Y".
       01  SUM-END-FLG                 PIC X VALUE "Y".
       01  ORDH-END-FLG                PIC X VALUE "Y".
       01  KYM-END-FLG                 PIC X VALUE "Y".
       01  DSTM-END-FLG                PIC X VALUE "Y".
       01  OFM-END-FLG                 PIC X VALUE "Y".
       01  REG-END-FLG                 PIC X VALUE "Y".
       01  DNR-END-FLG                 PIC X VALUE "Y".
       01  MGT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-ERR-CNT                  PIC 9(10) VALUE ZERO.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
      *トランザクションテーブル（入力順。検証結果を持つ）
       01  WK-MGT-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-MGT-MAX                  PIC 9(4) VALUE 100.
       01  WK-MGT-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-MGT-IDX2                 PIC 9(4) VALUE ZERO.
       01  WK-MGT-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-MGT-TBL.
           03  WK-MGT-ENT              OCCURS 100 TIMES.
             05  WK-MGT-ENT-KBN        PIC X(1).
             05  WK-MGT-ENT-OLD        PIC X(4).
             05  WK-MGT-ENT-NEW        PIC X(4).
             05  WK-MGT-ENT-SHA        PIC X(8).
             05  WK-MGT-ENT-DATE       PIC X(8).
             05  WK-MGT-ENT-RIYU       PIC X(20).
             05  WK-MGT-ENT-KEKKA      PIC X(30).
      *
      *得意先マスタ参照（トランザクション検証用。
      *共通マスタ参照KUBS050で索引マスタをキー検索する）
       01  WK-TKI-FOUND-FLG            PIC X VALUE "N".
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返す得意先マスタレコードの参照用
       01  TKI-REC.
           COPY KUCF020 REPLACING LEADING ==TOKM== BY ==TKI==.
       01  WK-SEARCH-TOKU              PIC X(4) VALUE SPACE.
      *
      *トランザクション間の重複・連鎖検査用
       01  WK-DUP-OLD-FLG              PIC X VALUE "N".
       01  WK-CHAIN-FLG                PIC X VALUE "N".
       01  WK-DUP-NEW-FLG              PIC X VALUE "N".
      *
      *コード付け替え（検索する旧コード→見つかれば新コードを返す）
       01  WK-CONV-COD                 PIC X(4) VALUE SPACE.
       01  WK-CONV-FLG                 PIC X VALUE "N".
       01  WK-KAE-FLG                  PIC X VALUE "N".
      *
      *ファイル別の付け替え前件数・管理金額・付け替え件数
       01  WK-F-ID                     PIC X(8) VALUE SPACE.
       01  WK-F-NAME                   PIC X(20) VALUE SPACE.
       01  WK-F-BEF-CNT                PIC 9(10) VALUE ZERO.
       01  WK-F-BEF-KIN                PIC S9(15) VALUE ZERO.
       01  WK-F-RKY-CNT                PIC 9(10) VALUE ZERO.
       01  WK-RKY-TOTAL                PIC 9(10) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *入力チェック結果連絡領域（共通暦日チェックKUBS030の呼び出し用）
       01  WK-CHK-DATE                 PIC 9(8) VALUE ZERO.
       01  WK-EDT-RESULT.
           COPY KUCF095.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *付け替えリスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  FILLER                  PIC X(38) VALUE
             "＊＊＊　得意先コード付け替え　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SECTION              PIC X(50) VALUE SPACE.
      *
       01  WK-RPT-MGT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "区分".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "旧".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "新".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "承認者".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "承認日".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "理由".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE "検証結果".
      *
      *トランザクション明細行（１件分）
       01  WK-RPT-MGT-LINE.
           03  WK-RPT-KBN              PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-OLD-COD          PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-NEW-COD          PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SHA              PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-DATE             PIC X(10).
           03  WK-RPT-DATE-E REDEFINES WK-RPT-DATE
                                       PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-RIYU             PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KEKKA            PIC X(30).
      *
       01  WK-RPT-F-SUBTITLE.
           03  FILLER                  PIC X(20) VALUE "ファイル".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　付け替え前件".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(21) VALUE
             "　　　　　　管理金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　付け替え件数".
      *
      *ファイル別計数行（１ファイル分）
       01  WK-RPT-F-LINE.
           03  WK-RPT-F-NAME           PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-F-BEF-CNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-F-BEF-KIN        PIC -,---,---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-F-RKY-CNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(30).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM REKEY-TOKM-RTN.
           PERFORM REKEY-ARB-RTN.
           PERFORM REKEY-OPI-RTN.
           PERFORM REKEY-SUM-RTN.
           PERFORM REKEY-ORDH-RTN.
           PERFORM REKEY-KYM-RTN.
           PERFORM REKEY-DSTM-RTN.
           PERFORM REKEY-OFM-RTN.
           PERFORM REKEY-REG-RTN.
           PERFORM REKEY-DNR-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      *    （トランザクションと得意先マスタを読み込んで検証し、
      *      誤りが１件でもあれば付け替えを行わずに終了する）
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM097 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
      *
           OPEN INPUT MGT-FILE.
           IF WK-MGT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT MGT-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO MGT-END-FLG.
           PERFORM LOAD-MGT-RTN
             UNTIL MGT-END-FLG = "Y".
           CLOSE MGT-FILE.
      *
           PERFORM OPEN-MSTR-RTN.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT RPT-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
      *
           PERFORM CHECK-MGT-RTN
             VARYING WK-MGT-IDX FROM 1 BY 1
               UNTIL WK-MGT-IDX > WK-MGT-CNT.
           PERFORM WRITE-MGT-LIST-RTN.
           DISPLAY "*** KUBM097 MGT=" MGT-CNT " ERROR=" WK-ERR-CNT.
      *
           IF WK-MGT-CNT = ZERO
             DISPLAY "*** KUBM097 WARNING NO TRANSACTION ***"
             CLOSE RPT-FILE
             MOVE 4 TO RETURN-CODE
             PERFORM WRITE-RUNLOG-RTN
             DISPLAY "*** KUBM097 END ***"
             STOP RUN
           END-IF.
           IF WK-ERR-CNT NOT = ZERO
             DISPLAY "*** KUBM097 ABEND TRANSACTION ERROR ***"
             CLOSE RPT-FILE
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-RUNLOG-RTN
             DISPLAY "*** KUBM097 END ***"
             STOP RUN
           END-IF.
      *
           OPEN OUTPUT MCT-FILE.
           IF WK-MCT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT MCT-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜付け替え前件数・管理金額＞"
             TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-F-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    トランザクション読み込み処理（１件分）
      ******************************************************************
       LOAD-MGT-RTN                    SECTION.
           READ MGT-FILE
             AT END
               MOVE "Y" TO MGT-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO MGT-CNT.
           IF WK-MGT-CNT >= WK-MGT-MAX
             DISPLAY "*** KUBM097 ABEND MGT TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WK-MGT-CNT.
           MOVE MGT-KBN TO WK-MGT-ENT-KBN(WK-MGT-CNT).
           MOVE MGT-OLD-COD TO WK-MGT-ENT-OLD(WK-MGT-CNT).
           MOVE MGT-NEW-COD TO WK-MGT-ENT-NEW(WK-MGT-CNT).
           MOVE MGT-SHONIN-SHA TO WK-MGT-ENT-SHA(WK-MGT-CNT).
           MOVE MGT-SHONIN-DATE TO WK-MGT-ENT-DATE(WK-MGT-CNT).
           MOVE MGT-RIYU TO WK-MGT-ENT-RIYU(WK-MGT-CNT).
           MOVE SPACE TO WK-MGT-ENT-KEKKA(WK-MGT-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （得意先マスタが参照できない場合は検証できないため異常終了）
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
             DISPLAY "*** KUBM097 ABEND NOT TOKMK-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ検索処理
      *    （WK-SEARCH-TOKUの得意先をKUBS050で検索する）
      ******************************************************************
       FIND-TKI-RTN                    SECTION.
           MOVE "N" TO WK-TKI-FOUND-FLG.
           MOVE "T" TO MSA-FUNC.
           MOVE WK-SEARCH-TOKU TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-TOKM-DATA TO TKI-REC
             MOVE "Y" TO WK-TKI-FOUND-FLG
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
      *    トランザクション検証処理（１件分）
      *    （最初に見つかった誤りを検証結果に設定する。
      *      ・統合は旧・新とも得意先マスタにあり、新が取引停止で
      *        ないこと
      *      ・変更は旧が得意先マスタにあり、新が未使用であること
      *      ・旧コードの重複指定、付け替え先がさらに付け替えられる
      *        連鎖指定、同じ未使用コードへの複数の変更は誤りと
      *        する）
      ******************************************************************
       CHECK-MGT-RTN                   SECTION.
           IF WK-MGT-ENT-KBN(WK-MGT-IDX) NOT = "1"
             AND WK-MGT-ENT-KBN(WK-MGT-IDX) NOT = "2"
             MOVE "区分誤り" TO WK-MGT-ENT-KEKKA(WK-MGT-IDX)
             GO TO EXI
           END-IF.
           IF WK-MGT-ENT-OLD(WK-MGT-IDX) = SPACE
             OR WK-MGT-ENT-NEW(WK-MGT-IDX) = SPACE
             MOVE "コード未記入" TO WK-MGT-ENT-KEKKA(WK-MGT-IDX)
             GO TO EXI
           END-IF.
           IF WK-MGT-ENT-OLD(WK-MGT-IDX) = WK-MGT-ENT-NEW(WK-MGT-IDX)
             MOVE "旧コードと新コードが同じ"
               TO WK-MGT-ENT-KEKKA(WK-MGT-IDX)
             GO TO EXI
           END-IF.
           IF WK-MGT-ENT-SHA(WK-MGT-IDX) = SPACE
             MOVE "承認者なし" TO WK-MGT-ENT-KEKKA(WK-MGT-IDX)
             GO TO EXI
           END-IF.
           MOVE WK-MGT-ENT-DATE(WK-MGT-IDX) TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y"
             MOVE "承認日誤り" TO WK-MGT-ENT-KEKKA(WK-MGT-IDX)
             GO TO EXI
           END-IF.
      *
           MOVE WK-MGT-ENT-OLD(WK-MGT-IDX) TO WK-SEARCH-TOKU.
           PERFORM FIND-TKI-RTN.
           IF WK-TKI-FOUND-FLG NOT = "Y"
             MOVE "旧コードが得意先マスタに無い"
               TO WK-MGT-ENT-KEKKA(WK-MGT-IDX)
             GO TO EXI
           END-IF.
           MOVE WK-MGT-ENT-NEW(WK-MGT-IDX) TO WK-SEARCH-TOKU.
           PERFORM FIND-TKI-RTN.
           IF WK-MGT-ENT-KBN(WK-MGT-IDX) = "1"
             IF WK-TKI-FOUND-FLG NOT = "Y"
               MOVE "統合先が得意先マスタに無い"
                 TO WK-MGT-ENT-KEKKA(WK-MGT-IDX)
               GO TO EXI
             END-IF
             IF TKI-STATUS-KBN = "3"
               MOVE "統合先が取引停止"
                 TO WK-MGT-ENT-KEKKA(WK-MGT-IDX)
               GO TO EXI
             END-IF
           ELSE
             IF WK-TKI-FOUND-FLG = "Y"
               MOVE "変更先コードが使用済み"
                 TO WK-MGT-ENT-KEKKA(WK-MGT-IDX)
               GO TO EXI
             END-IF
           END-IF.
      *
           MOVE "N" TO WK-DUP-OLD-FLG.
           MOVE "N" TO WK-CHAIN-FLG.
           MOVE "N" TO WK-DUP-NEW-FLG.
           PERFORM CHECK-MGT-PAIR-RTN
             VARYING WK-MGT-IDX2 FROM 1 BY 1
               UNTIL WK-MGT-IDX2 > WK-MGT-CNT.
           IF WK-DUP-OLD-FLG = "Y"
             MOVE "旧コードの重複指定"
               TO WK-MGT-ENT-KEKKA(WK-MGT-IDX)
             GO TO EXI
           END-IF.
           IF WK-CHAIN-FLG = "Y"
             MOVE "付け替えの連鎖指定"
               TO WK-MGT-ENT-KEKKA(WK-MGT-IDX)
             GO TO EXI
           END-IF.
           IF WK-DUP-NEW-FLG = "Y"
             MOVE "変更先コードの重複指定"
               TO WK-MGT-ENT-KEKKA(WK-MGT-IDX)
             GO TO EXI
           END-IF.
      *
           MOVE "ＯＫ" TO WK-MGT-ENT-KEKKA(WK-MGT-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    トランザクション間検査処理（相手１件分）
      ******************************************************************
       CHECK-MGT-PAIR-RTN              SECTION.
           IF WK-MGT-IDX2 = WK-MGT-IDX
             GO TO EXI
           END-IF.
           IF WK-MGT-ENT-OLD(WK-MGT-IDX2) = WK-MGT-ENT-OLD(WK-MGT-IDX)
             AND WK-MGT-IDX2 < WK-MGT-IDX
             MOVE "Y" TO WK-DUP-OLD-FLG
           END-IF.
           IF WK-MGT-ENT-OLD(WK-MGT-IDX2) = WK-MGT-ENT-NEW(WK-MGT-IDX)
             OR WK-MGT-ENT-NEW(WK-MGT-IDX2) = WK-MGT-ENT-OLD(WK-MGT-IDX)
             MOVE "Y" TO WK-CHAIN-FLG
           END-IF.
           IF WK-MGT-ENT-NEW(WK-MGT-IDX2) = WK-MGT-ENT-NEW(WK-MGT-IDX)
             AND WK-MGT-ENT-KBN(WK-MGT-IDX) = "2"
             MOVE "Y" TO WK-DUP-NEW-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    トランザクション一覧印字処理
      ******************************************************************
       WRITE-MGT-LIST-RTN              SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜トランザクション＞" TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-MGT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM WRITE-MGT-LINE-RTN
             VARYING WK-MGT-IDX FROM 1 BY 1
               UNTIL WK-MGT-IDX > WK-MGT-CNT.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "トランザクション件数" TO WK-CNT-LABEL.
           MOVE MGT-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "誤り件数" TO WK-CNT-LABEL.
           MOVE WK-ERR-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           IF WK-ERR-CNT NOT = ZERO
             MOVE "誤りがあるため付け替えを行わない"
               TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    トランザクション明細印字処理（１件分）
      ******************************************************************
       WRITE-MGT-LINE-RTN              SECTION.
           IF WK-MGT-ENT-KBN(WK-MGT-IDX) = "1"
             MOVE "統合" TO WK-RPT-KBN
           ELSE
             IF WK-MGT-ENT-KBN(WK-MGT-IDX) = "2"
               MOVE "変更" TO WK-RPT-KBN
             ELSE
               MOVE WK-MGT-ENT-KBN(WK-MGT-IDX) TO WK-RPT-KBN
             END-IF
           END-IF.
           MOVE WK-MGT-ENT-OLD(WK-MGT-IDX) TO WK-RPT-OLD-COD.
           MOVE WK-MGT-ENT-NEW(WK-MGT-IDX) TO WK-RPT-NEW-COD.
           MOVE WK-MGT-ENT-SHA(WK-MGT-IDX) TO WK-RPT-SHA.
           IF WK-MGT-ENT-DATE(WK-MGT-IDX) NUMERIC
             MOVE WK-MGT-ENT-DATE(WK-MGT-IDX) TO WK-CHK-DATE
             MOVE WK-CHK-DATE TO WK-RPT-DATE-E
           ELSE
             MOVE WK-MGT-ENT-DATE(WK-MGT-IDX) TO WK-RPT-DATE
           END-IF.
           MOVE WK-MGT-ENT-RIYU(WK-MGT-IDX) TO WK-RPT-RIYU.
           MOVE WK-MGT-ENT-KEKKA(WK-MGT-IDX) TO WK-RPT-KEKKA.
           IF WK-MGT-ENT-KEKKA(WK-MGT-IDX) NOT = "ＯＫ"
             ADD 1 TO WK-ERR-CNT
           END-IF.
           MOVE WK-RPT-MGT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    コード付け替え処理
      *    （WK-CONV-CODが旧コードなら新コードに置き換え、
      *      WK-CONV-FLGをYにする）
      ******************************************************************
       CONV-COD-RTN                    SECTION.
           MOVE "N" TO WK-CONV-FLG.
           IF WK-CONV-COD = SPACE
             GO TO EXI
           END-IF.
           MOVE ZERO TO WK-MGT-MATCH-IDX.
           PERFORM CHECK-MGT-ENT-RTN
             VARYING WK-MGT-IDX FROM 1 BY 1
               UNTIL WK-MGT-IDX > WK-MGT-CNT
                  OR WK-MGT-MATCH-IDX NOT = ZERO.
           IF WK-MGT-MATCH-IDX NOT = ZERO
             MOVE WK-MGT-ENT-NEW(WK-MGT-MATCH-IDX) TO WK-CONV-COD
             MOVE "Y" TO WK-CONV-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    トランザクションテーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-MGT-ENT-RTN               SECTION.
           IF WK-MGT-ENT-OLD(WK-MGT-IDX) = WK-CONV-COD
             MOVE WK-MGT-IDX TO WK-MGT-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ付け替え処理
      *    （得意先コードと支払先コード。管理金額は残高）
      ******************************************************************
       REKEY-TOKM-RTN                  SECTION.
           OPEN INPUT TOKM-FILE.
           IF WK-TOKM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT TOKM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT TOKW-FILE.
           IF WK-TOKW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT TOKMW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "TOKM" TO WK-F-ID.
           MOVE "得意先マスタ" TO WK-F-NAME.
           MOVE "N" TO TOKM-END-FLG.
           PERFORM REKEY-TOKM-1KEN-RTN
             UNTIL TOKM-END-FLG = "Y".
           CLOSE TOKM-FILE.
           CLOSE TOKW-FILE.
           PERFORM WRITE-MCT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ付け替え処理（１件分）
      ******************************************************************
       REKEY-TOKM-1KEN-RTN             SECTION.
           READ TOKM-FILE
             AT END
               MOVE "Y" TO TOKM-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-BEF-CNT.
           IF TOKM-OPEN-BALANCE NUMERIC
             ADD TOKM-OPEN-BALANCE TO WK-F-BEF-KIN
           END-IF.
           MOVE "N" TO WK-KAE-FLG.
           MOVE "0" TO TOKW-HASSEI-KBN.
           MOVE TOKM-TOKU-COD TO WK-CONV-COD.
           PERFORM CONV-COD-RTN.
           IF WK-CONV-FLG = "Y"
             MOVE WK-CONV-COD TO TOKM-TOKU-COD
             MOVE "1" TO TOKW-HASSEI-KBN
             MOVE "Y" TO WK-KAE-FLG
           END-IF.
           MOVE TOKM-PAYER-COD TO WK-CONV-COD.
           PERFORM CONV-COD-RTN.
           IF WK-CONV-FLG = "Y"
             MOVE WK-CONV-COD TO TOKM-PAYER-COD
             MOVE "Y" TO WK-KAE-FLG
           END-IF.
           IF WK-KAE-FLG = "Y"
             ADD 1 TO WK-F-RKY-CNT
           END-IF.
           MOVE TOKM-REC TO TOKW-DATA.
           WRITE TOKW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ付け替え処理
      *    （管理金額は年齢別バケット合計−未充当）
      ******************************************************************
       REKEY-ARB-RTN                   SECTION.
           OPEN INPUT ARB-FILE.
           IF WK-ARB-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT ARB-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARBW-FILE.
           IF WK-ARBW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT ARBW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "ARB" TO WK-F-ID.
           MOVE "売掛金残高" TO WK-F-NAME.
           MOVE "N" TO ARB-END-FLG.
           PERFORM REKEY-ARB-1KEN-RTN
             UNTIL ARB-END-FLG = "Y".
           CLOSE ARB-FILE.
           CLOSE ARBW-FILE.
           PERFORM WRITE-MCT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ付け替え処理（１件分）
      ******************************************************************
       REKEY-ARB-1KEN-RTN              SECTION.
           READ ARB-FILE
             AT END
               MOVE "Y" TO ARB-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-BEF-CNT.
           IF ARB-BAL-CUR NUMERIC AND ARB-BAL-30 NUMERIC
             AND ARB-BAL-60 NUMERIC AND ARB-BAL-90 NUMERIC
             COMPUTE WK-F-BEF-KIN = WK-F-BEF-KIN
               + ARB-BAL-CUR + ARB-BAL-30 + ARB-BAL-60 + ARB-BAL-90
           END-IF.
           IF ARB-UNAPPLIED NUMERIC
             SUBTRACT ARB-UNAPPLIED FROM WK-F-BEF-KIN
           END-IF.
           MOVE "0" TO ARBW-HASSEI-KBN.
           MOVE ARB-TOKU-COD TO WK-CONV-COD.
           PERFORM CONV-COD-RTN.
           IF WK-CONV-FLG = "Y"
             MOVE WK-CONV-COD TO ARB-TOKU-COD
             MOVE "1" TO ARBW-HASSEI-KBN
             ADD 1 TO WK-F-RKY-CNT
           END-IF.
           MOVE ARB-REC TO ARBW-DATA.
           WRITE ARBW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ付け替え処理
      *    （請求書番号順のため順序は変わらない。管理金額は未回収額）
      ******************************************************************
       REKEY-OPI-RTN                   SECTION.
           OPEN INPUT OPI-FILE.
           IF WK-OPI-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT OPI-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT OPIN-FILE.
           IF WK-OPIN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT OPINEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "OPI" TO WK-F-ID.
           MOVE "未消込請求" TO WK-F-NAME.
           MOVE "N" TO OPI-END-FLG.
           PERFORM REKEY-OPI-1KEN-RTN
             UNTIL OPI-END-FLG = "Y".
           CLOSE OPI-FILE.
           CLOSE OPIN-FILE.
           PERFORM WRITE-MCT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ付け替え処理（１件分）
      ******************************************************************
       REKEY-OPI-1KEN-RTN              SECTION.
           READ OPI-FILE
             AT END
               MOVE "Y" TO OPI-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-BEF-CNT.
           IF OPI-OPEN-KINGAKU NUMERIC
             ADD OPI-OPEN-KINGAKU TO WK-F-BEF-KIN
           END-IF.
           MOVE OPI-TOKU-COD TO WK-CONV-COD.
           PERFORM CONV-COD-RTN.
           IF WK-CONV-FLG = "Y"
             MOVE WK-CONV-COD TO OPI-TOKU-COD
             ADD 1 TO WK-F-RKY-CNT
           END-IF.
           MOVE OPI-REC TO OPIN-REC.
           WRITE OPIN-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    累計マスタ付け替え処理
      *    （管理金額は月次累計＋年次累計）
      ******************************************************************
       REKEY-SUM-RTN                   SECTION.
           OPEN INPUT SUM-FILE.
           IF WK-SUM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT SUMOLD-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SUMW-FILE.
           IF WK-SUMW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT SUMW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "SUM" TO WK-F-ID.
           MOVE "累計マスタ" TO WK-F-NAME.
           MOVE "N" TO SUM-END-FLG.
           PERFORM REKEY-SUM-1KEN-RTN
             UNTIL SUM-END-FLG = "Y".
           CLOSE SUM-FILE.
           CLOSE SUMW-FILE.
           PERFORM WRITE-MCT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    累計マスタ付け替え処理（１件分）
      ******************************************************************
       REKEY-SUM-1KEN-RTN              SECTION.
           READ SUM-FILE
             AT END
               MOVE "Y" TO SUM-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-BEF-CNT.
           IF SUM-MTD-KINGAKU NUMERIC
             ADD SUM-MTD-KINGAKU TO WK-F-BEF-KIN
           END-IF.
           IF SUM-YTD-KINGAKU NUMERIC
             ADD SUM-YTD-KINGAKU TO WK-F-BEF-KIN
           END-IF.
           MOVE "0" TO SUMW-HASSEI-KBN.
           MOVE SUM-TOKU-COD TO WK-CONV-COD.
           PERFORM CONV-COD-RTN.
           IF WK-CONV-FLG = "Y"
             MOVE WK-CONV-COD TO SUM-TOKU-COD
             MOVE "1" TO SUMW-HASSEI-KBN
             ADD 1 TO WK-F-RKY-CNT
           END-IF.
           MOVE SUM-REC TO SUMW-DATA.
           WRITE SUMW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    受注履歴マスタ付け替え処理
      *    （キー順に順読みする。管理金額は金額）
      ******************************************************************
       REKEY-ORDH-RTN                  SECTION.
           OPEN INPUT ORDH-FILE.
           IF WK-ORDH-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT ORDH-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ORDW-FILE.
           IF WK-ORDW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT ORDHW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "ORDH" TO WK-F-ID.
           MOVE "受注履歴" TO WK-F-NAME.
           MOVE "N" TO ORDH-END-FLG.
           PERFORM REKEY-ORDH-1KEN-RTN
             UNTIL ORDH-END-FLG = "Y".
           CLOSE ORDH-FILE.
           CLOSE ORDW-FILE.
           PERFORM WRITE-MCT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    受注履歴マスタ付け替え処理（１件分）
      ******************************************************************
       REKEY-ORDH-1KEN-RTN             SECTION.
           READ ORDH-FILE NEXT
             AT END
               MOVE "Y" TO ORDH-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-BEF-CNT.
           IF ORDH-KINGAKU NUMERIC
             ADD ORDH-KINGAKU TO WK-F-BEF-KIN
           END-IF.
           MOVE "0" TO ORDW-HASSEI-KBN.
           MOVE ORDH-TOKU-COD TO WK-CONV-COD.
           PERFORM CONV-COD-RTN.
           IF WK-CONV-FLG = "Y"
             MOVE WK-CONV-COD TO ORDH-TOKU-COD
             MOVE "1" TO ORDW-HASSEI-KBN
             ADD 1 TO WK-F-RKY-CNT
           END-IF.
           MOVE ORDH-REC TO ORDW-DATA.
           WRITE ORDW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    契約単価マスタ付け替え処理
      *    （管理金額は単価の合計）
      ******************************************************************
       REKEY-KYM-RTN                   SECTION.
           OPEN INPUT KYM-FILE.
           IF WK-KYM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT KYM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT KYMW-FILE.
           IF WK-KYMW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT KYMW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "KYM" TO WK-F-ID.
           MOVE "契約単価" TO WK-F-NAME.
           MOVE "N" TO KYM-END-FLG.
           PERFORM REKEY-KYM-1KEN-RTN
             UNTIL KYM-END-FLG = "Y".
           CLOSE KYM-FILE.
           CLOSE KYMW-FILE.
           PERFORM WRITE-MCT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    契約単価マスタ付け替え処理（１件分）
      ******************************************************************
       REKEY-KYM-1KEN-RTN              SECTION.
           READ KYM-FILE
             AT END
               MOVE "Y" TO KYM-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-BEF-CNT.
           IF KYM-TANKA NUMERIC
             ADD KYM-TANKA TO WK-F-BEF-KIN
           END-IF.
           MOVE "0" TO KYMW-HASSEI-KBN.
           MOVE KYM-TOKU-COD TO WK-CONV-COD.
           PERFORM CONV-COD-RTN.
           IF WK-CONV-FLG = "Y"
             MOVE WK-CONV-COD TO KYM-TOKU-COD
             MOVE "1" TO KYMW-HASSEI-KBN
             ADD 1 TO WK-F-RKY-CNT
           END-IF.
           MOVE KYM-REC TO KYMW-DATA.
           WRITE KYMW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    配信先マスタ付け替え処理（管理金額なし）
      ******************************************************************
       REKEY-DSTM-RTN                  SECTION.
           OPEN INPUT DSTM-FILE.
           IF WK-DSTM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT DSTM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT DSTW-FILE.
           IF WK-DSTW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT DSTMW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "DSTM" TO WK-F-ID.
           MOVE "配信先マスタ" TO WK-F-NAME.
           MOVE "N" TO DSTM-END-FLG.
           PERFORM REKEY-DSTM-1KEN-RTN
             UNTIL DSTM-END-FLG = "Y".
           CLOSE DSTM-FILE.
           CLOSE DSTW-FILE.
           PERFORM WRITE-MCT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    配信先マスタ付け替え処理（１件分）
      ******************************************************************
       REKEY-DSTM-1KEN-RTN             SECTION.
           READ DSTM-FILE
             AT END
               MOVE "Y" TO DSTM-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-BEF-CNT.
           MOVE "0" TO DSTW-HASSEI-KBN.
           MOVE DST-TOKU-COD TO WK-CONV-COD.
           PERFORM CONV-COD-RTN.
           IF WK-CONV-FLG = "Y"
             MOVE WK-CONV-COD TO DST-TOKU-COD
             MOVE "1" TO DSTW-HASSEI-KBN
             ADD 1 TO WK-F-RKY-CNT
           END-IF.
           MOVE DSTM-REC TO DSTW-DATA.
           WRITE DSTW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所対応表付け替え処理（管理金額なし）
      ******************************************************************
       REKEY-OFM-RTN                   SECTION.
           OPEN INPUT OFM-FILE.
           IF WK-OFM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT OFFMAP-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT OFMW-FILE.
           IF WK-OFMW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT OFFMAPW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "OFFMAP" TO WK-F-ID.
           MOVE "営業所対応表" TO WK-F-NAME.
           MOVE "N" TO OFM-END-FLG.
           PERFORM REKEY-OFM-1KEN-RTN
             UNTIL OFM-END-FLG = "Y".
           CLOSE OFM-FILE.
           CLOSE OFMW-FILE.
           PERFORM WRITE-MCT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所対応表付け替え処理（１件分）
      ******************************************************************
       REKEY-OFM-1KEN-RTN              SECTION.
           READ OFM-FILE
             AT END
               MOVE "Y" TO OFM-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-BEF-CNT.
           MOVE "0" TO OFMW-HASSEI-KBN.
           MOVE OFM-TOKU-COD TO WK-CONV-COD.
           PERFORM CONV-COD-RTN.
           IF WK-CONV-FLG = "Y"
             MOVE WK-CONV-COD TO OFM-TOKU-COD
             MOVE "1" TO OFMW-HASSEI-KBN
             ADD 1 TO WK-F-RKY-CNT
           END-IF.
           MOVE OFM-REC TO OFMW-DATA.
           WRITE OFMW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳付け替え処理
      *    （得意先コードと支払先コード。請求書番号順のため順序は
      *      変わらない。管理金額は税込請求額）
      ******************************************************************
       REKEY-REG-RTN                   SECTION.
           OPEN INPUT REG-FILE.
           IF WK-REG-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT REG-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT REGN-FILE.
           IF WK-REGN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT REGNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "SEIREG" TO WK-F-ID.
           MOVE "請求書発行台帳" TO WK-F-NAME.
           MOVE "N" TO REG-END-FLG.
           PERFORM REKEY-REG-1KEN-RTN
             UNTIL REG-END-FLG = "Y".
           CLOSE REG-FILE.
           CLOSE REGN-FILE.
           PERFORM WRITE-MCT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳付け替え処理（１件分）
      ******************************************************************
       REKEY-REG-1KEN-RTN              SECTION.
           READ REG-FILE
             AT END
               MOVE "Y" TO REG-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-BEF-CNT.
           IF REG-GROSS-KINGAKU NUMERIC
             ADD REG-GROSS-KINGAKU TO WK-F-BEF-KIN
           END-IF.
           MOVE "N" TO WK-KAE-FLG.
           MOVE REG-TOKU-COD TO WK-CONV-COD.
           PERFORM CONV-COD-RTN.
           IF WK-CONV-FLG = "Y"
             MOVE WK-CONV-COD TO REG-TOKU-COD
             MOVE "Y" TO WK-KAE-FLG
           END-IF.
           MOVE REG-PAYER-COD TO WK-CONV-COD.
           PERFORM CONV-COD-RTN.
           IF WK-CONV-FLG = "Y"
             MOVE WK-CONV-COD TO REG-PAYER-COD
             MOVE "Y" TO WK-KAE-FLG
           END-IF.
           IF WK-KAE-FLG = "Y"
             ADD 1 TO WK-F-RKY-CNT
           END-IF.
           MOVE REG-REC TO REGN-REC.
           WRITE REGN-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    督促発行台帳付け替え処理（管理金額なし）
      ******************************************************************
       REKEY-DNR-RTN                   SECTION.
           OPEN INPUT DNR-FILE.
           IF WK-DNR-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT DNR-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT DNRN-FILE.
           IF WK-DNRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM097 ABEND NOT DNRNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "DUNREG" TO WK-F-ID.
           MOVE "督促発行台帳" TO WK-F-NAME.
           MOVE "N" TO DNR-END-FLG.
           PERFORM REKEY-DNR-1KEN-RTN
             UNTIL DNR-END-FLG = "Y".
           CLOSE DNR-FILE.
           CLOSE DNRN-FILE.
           PERFORM WRITE-MCT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    督促発行台帳付け替え処理（１件分）
      ******************************************************************
       REKEY-DNR-1KEN-RTN              SECTION.
           READ DNR-FILE
             AT END
               MOVE "Y" TO DNR-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-BEF-CNT.
           MOVE DNR-TOKU-COD TO WK-CONV-COD.
           PERFORM CONV-COD-RTN.
           IF WK-CONV-FLG = "Y"
             MOVE WK-CONV-COD TO DNR-TOKU-COD
             ADD 1 TO WK-F-RKY-CNT
           END-IF.
           MOVE DNR-REC TO DNRN-REC.
           WRITE DNRN-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    管理ファイル出力・計数行印字処理（１ファイル分）
      *    （出力後、次のファイルのために計数をクリアする）
      ******************************************************************
       WRITE-MCT-RTN                   SECTION.
           MOVE SPACE TO MCT-REC.
           MOVE WK-F-ID TO MCT-FILE-ID.
           MOVE WK-F-BEF-CNT TO MCT-BEFORE-CNT.
           MOVE WK-F-BEF-KIN TO MCT-BEFORE-KIN.
           MOVE WK-F-RKY-CNT TO MCT-REKEY-CNT.
           WRITE MCT-REC.
      *
           MOVE WK-F-NAME TO WK-RPT-F-NAME.
           MOVE WK-F-BEF-CNT TO WK-RPT-F-BEF-CNT.
           MOVE WK-F-BEF-KIN TO WK-RPT-F-BEF-KIN.
           MOVE WK-F-RKY-CNT TO WK-RPT-F-RKY-CNT.
           MOVE WK-RPT-F-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           DISPLAY "*** KUBM097 " WK-F-ID " BEFORE=" WK-F-BEF-CNT
                   " REKEY=" WK-F-RKY-CNT.
           ADD WK-F-RKY-CNT TO WK-RKY-TOTAL.
      *
           MOVE ZERO TO WK-F-BEF-CNT.
           MOVE ZERO TO WK-F-BEF-KIN.
           MOVE ZERO TO WK-F-RKY-CNT.
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
      ******************************************************************
       TERM-RTN                        SECTION.
           CLOSE MCT-FILE.
           CLOSE RPT-FILE.
           DISPLAY "*** KUBM097 REKEY=" WK-RKY-TOTAL.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM097 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      *    （入力＝トランザクション件数、出力＝付け替え件数の合計、
      *      例外＝誤りのトランザクション件数）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM097" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE MGT-CNT TO RNL-IN-CNT.
           MOVE WK-RKY-TOTAL TO RNL-OUT-CNT.
           MOVE WK-ERR-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
