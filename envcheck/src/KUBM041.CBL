      *    変更日/変更者 ：２０２６年０９月０２日　保守担当
      *    変更内容    　：データ区分３＝単価調整対応（符号付き金額
      *    　　　　　　　　をそのまま加算して登録する）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：マスタ参照の共通サブプログラムKUBS050化
      *    　　　　　　　　（KUBM040と同じく索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      ******************************************************************
      *    KUBM040が読むITF-FILEと同じ売上実績データを読み込み、
      *    REN1200で確立した埋め込みSQL接続方式によりSALES_DETAIL表
           SELECT ITF-FILE
             ASSIGN TO EXTERNAL ITF
               FILE STATUS IS WK-ITF-FILE-ERR.
           SELECT DBC-FILE
             ASSIGN TO EXTERNAL DBC
               FILE STATUS IS WK-DBC-FILE-ERR.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY KUCF010.
       FD  DBC-FILE.
       01  DBC-REC.
           COPY KUCF050.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-ITF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DBC-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKU-MEI-MSTR            PIC X(20).
       01  WK-TOKM-LOADED-FLG          PIC X VALUE "N".
       01  WK-SHOM-LOADED-FLG          PIC X VALUE "N".
       01  WK-SHOHIN-MEI-MSTR          PIC X(20).
       01  WK-KYM-LOADED-FLG           PIC X VALUE "N".
       01  WK-HENM-LOADED-FLG          PIC X VALUE "N".
       01  ITF-END-FLG                 PIC X.
       01  ITF-CNT                     PIC 9(10).
       01  WK-PREV-DUP-SHOHIN-NO       PIC X(5) VALUE HIGH-VALUE.
       01  WK-PREV-DUP-FLG             PIC X VALUE "N".
      *
      *マスタ参照連絡領域（KUBM040と同じく共通マスタ参照KUBS050で
      *索引マスタをキー検索する。営業所順ソート後はITF-FILEの得意先
      *コードが全体昇順でないため、順次マッチングは使えない）
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返すマスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
       01  SHOM-REC.
           COPY KUCF021.
       01  KYM-REC.
           COPY KUCF027.
      *
      *与信チェック用（KUBM040と同一基準。帳票から除外された与信
      *保留明細をＤＢ側だけが取り込むと、請求（KUBM044）・累計突合
       01  WK-HOLD-FLG                 PIC X VALUE "N".
       01  WK-EXPOSURE                 PIC S9(12) VALUE ZERO.
      *
       01  WK-TANKA-DIFF               PIC S9(5)V99 VALUE ZERO.
       01  WK-TANKA-DIFF-MAX           PIC S9(5)V99 VALUE 1.
      *
      *契約単価突合用（KUBM040と同じく、契約のある得意先／商品の
      *単価突合は商品マスタより先に契約単価マスタを参照する。
      *マスタが無い場合は契約突合なしの縮退運転）
       01  WK-KEIYAKU-FLG              PIC X VALUE "N".
      *
      *返品承認突合用（KUBM040と同一基準。承認残数量はKUBS050が当
      *実行で採用した返品の数量を控除しながら判定する。突合した
      *承認枠のキーを控除まで退避する。マスタが無い場合は承認突合
      *なしの縮退運転）
       01  WK-HEN-MATCH-KEY            PIC X(16) VALUE SPACE.
       01  WK-RTN-FLG                  PIC X VALUE "N".
      *
      **********************************************************************
      *******            EXEC SQLホスト変数の定義                    *******
             END-IF
           END-IF.
      *
           PERFORM OPEN-MSTR-RTN.
           PERFORM READ-CLS-RTN.
      *
           OPEN INPUT ITF-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （共通マスタ参照KUBS050で索引マスタをオープンする。利用
      *      できないマスタは従来どおり縮退運転とする）
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
           MOVE MSA-TOKM-AVAIL-FLG TO WK-TOKM-LOADED-FLG.
           MOVE MSA-SHOM-AVAIL-FLG TO WK-SHOM-LOADED-FLG.
           MOVE MSA-KYM-AVAIL-FLG TO WK-KYM-LOADED-FLG.
           MOVE MSA-HENM-AVAIL-FLG TO WK-HENM-LOADED-FLG.
      *
           IF WK-TOKM-LOADED-FLG NOT = "Y"
             DISPLAY "*** KUBM041 WARNING TOKMK-FILE NOT AVAILABLE ***"
           END-IF.
           IF WK-SHOM-LOADED-FLG NOT = "Y"
             DISPLAY "*** KUBM041 WARNING SHOMK-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM041 SHOHIN MASTER CHECK DISABLED ***"
           END-IF.
           IF WK-KYM-LOADED-FLG NOT = "Y"
             DISPLAY "*** KUBM041 WARNING KYMK-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM041 KEIYAKU TANKA CHECK DISABLED ***"
           END-IF.
           IF WK-HENM-LOADED-FLG NOT = "Y"
             DISPLAY "*** KUBM041 WARNING HENMK-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM041 HENPIN AUTH CHECK DISABLED ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    返品承認突合処理（返品明細１件分。KUBM040と同一基準。
      *      残数量の控除は全チェック通過後＝登録確定時にRTNAUTH-
      *      COMMIT-RTNで行う）
      ******************************************************************
       RTNAUTH-CHECK-RTN               SECTION.
           MOVE SPACE TO WK-HEN-MATCH-KEY.
           IF WK-HENM-LOADED-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE "H" TO MSA-FUNC.
           MOVE UF010-TOKU-COD TO MSA-TOKU-COD.
           MOVE UF010-JUCHU-NO TO MSA-JUCHU-NO.
           MOVE UF010-SHOHIN-NO TO MSA-SHOHIN-NO.
           MOVE UF010-JUCHU-DATE TO MSA-KIJUN-DATE.
           MOVE UF010-SURYO TO MSA-SURYO.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-HEN-KEY TO WK-HEN-MATCH-KEY
           ELSE
             MOVE "Y" TO WK-RTN-FLG
           END-IF.
       EXI.
      *      KUBM040と同一基準）
      ******************************************************************
       RTNAUTH-COMMIT-RTN              SECTION.
           IF WK-HEN-MATCH-KEY NOT = SPACE
             MOVE "C" TO MSA-FUNC
             MOVE WK-HEN-MATCH-KEY TO MSA-HEN-KEY
             MOVE UF010-SURYO TO MSA-SURYO
             MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE
             CALL "KUBS050" USING WK-MSA-AREA
             MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE
           END-IF.
       EXI.
           EXIT.
      *      が例外リストへ記録する側なので、本プログラムは警告表示
      *      のみとし登録は継続する。契約単価マスタに該当組合せが
      *      ある明細は契約単価を正として突合し、商品マスタ単価とは
      *      比較しない。商品マスタは受注日付時点で適用中の単価世代
      *      をKUBS050が選ぶ）
      ******************************************************************
       LOOKUP-SHOHIN-MSTR-RTN          SECTION.
           MOVE UF010-SHOHIN-MEI TO WK-SHOHIN-MEI-MSTR.
      *    調整明細は単価突合の対象外とする）
           MOVE "N" TO WK-KEIYAKU-FLG.
           IF WK-KYM-LOADED-FLG = "Y" AND NOT UF010-DATA-CHOSEI
             MOVE "K" TO MSA-FUNC
             MOVE UF010-TOKU-COD TO MSA-TOKU-COD
             MOVE UF010-SHOHIN-NO TO MSA-SHOHIN-NO
             MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE
             CALL "KUBS050" USING WK-MSA-AREA
             MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE
             IF MSA-KEKKA-OK
               MOVE MSA-KYM-DATA TO KYM-REC
               MOVE "Y" TO WK-KEIYAKU-FLG
               COMPUTE WK-TANKA-DIFF = UF010-TANKA - KYM-TANKA
               IF WK-TANKA-DIFF < ZERO
                 COMPUTE WK-TANKA-DIFF = WK-TANKA-DIFF * ( - 1 )
               END-IF
                 DISPLAY "*** KUBM041 WARNING KEIYAKU TANKA MISMATCH "
                         "SHOHIN-NO=" UF010-SHOHIN-NO
                         " TANKA=" UF010-TANKA
                         " KEIYAKU=" KYM-TANKA
               END-IF
             END-IF
           END-IF.
      *
           IF WK-SHOM-LOADED-FLG = "Y"
             MOVE "S" TO MSA-FUNC
             MOVE UF010-SHOHIN-NO TO MSA-SHOHIN-NO
             MOVE UF010-JUCHU-DATE TO MSA-KIJUN-DATE
             MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE
             CALL "KUBS050" USING WK-MSA-AREA
             MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE
             IF NOT MSA-KEKKA-OK
               DISPLAY "*** KUBM041 WARNING SHOHIN NOT IN MASTER "
                       "SHOHIN-NO=" UF010-SHOHIN-NO
             ELSE
               MOVE MSA-SHOM-DATA TO SHOM-REC
               MOVE SHOM-SHOHIN-MEI TO WK-SHOHIN-MEI-MSTR
               IF WK-KEIYAKU-FLG = "N" AND NOT UF010-DATA-CHOSEI
                 COMPUTE WK-TANKA-DIFF = UF010-TANKA - SHOM-TANKA
                 IF WK-TANKA-DIFF < ZERO
                   COMPUTE WK-TANKA-DIFF = WK-TANKA-DIFF * ( - 1 )
                 END-IF
                   DISPLAY "*** KUBM041 WARNING TANKA MISMATCH "
                           "SHOHIN-NO=" UF010-SHOHIN-NO
                           " TANKA=" UF010-TANKA
                           " MSTR=" SHOM-TANKA
                 END-IF
               END-IF
             END-IF
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ突合処理
      *    （KUBS050のキー検索により得意先名をマスタの正とする。
      *      営業所順ソート後はITF-FILEの得意先コードが全体昇順では
      *      ないため、順次マッチングは使えない）
      ******************************************************************
       LOOKUP-TOKUISAKI-RTN            SECTION.
           MOVE "T" TO MSA-FUNC.
           MOVE UF010-TOKU-COD TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF NOT MSA-KEKKA-OK
             MOVE UF010-TOKU-MEI TO WK-TOKU-MEI-MSTR
      *      マスタ未登録の得意先は状態：取引中・限度額未設定として
      *      与信チェックの対象外とする（KUBM040と同じ扱い）
             MOVE ZERO TO WK-TOKU-CREDIT-LIMIT
             MOVE ZERO TO WK-TOKU-OPEN-BALANCE
           ELSE
             MOVE MSA-TOKM-DATA TO TOKM-REC
             MOVE TOKM-TOKU-MEI TO WK-TOKU-MEI-MSTR
      *      与信項目追加前のマスタは該当バイトが空白のため、数字
      *      チェックで守り、未設定はゼロ・取引中として扱う
             IF TOKM-CREDIT-LIMIT NUMERIC
               MOVE TOKM-CREDIT-LIMIT TO WK-TOKU-CREDIT-LIMIT
             ELSE
               MOVE ZERO TO WK-TOKU-CREDIT-LIMIT
             END-IF
             IF TOKM-OPEN-BALANCE NUMERIC
               MOVE TOKM-OPEN-BALANCE TO WK-TOKU-OPEN-BALANCE
             ELSE
               MOVE ZERO TO WK-TOKU-OPEN-BALANCE
             END-IF
             IF TOKM-STATUS-HOLD OR TOKM-STATUS-CLOSED
               MOVE TOKM-STATUS-KBN TO WK-TOKU-STATUS-KBN
             ELSE
               MOVE "1" TO WK-TOKU-STATUS-KBN
             END-IF
           END-IF.
       EXI.
           EXIT.
