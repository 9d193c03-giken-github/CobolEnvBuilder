      *    変更内容    　：データ区分３＝単価調整対応（返品と同様の
      *    　　　　　　　　調整セクションで印字し、符号付き金額を
      *    　　　　　　　　そのまま加算する）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：ＣＳＶへデータ区分列を追加（仕訳データ
      *    　　　　　　　　作成KUBM076が売上・返品・調整を区別する）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：マスタ参照の共通サブプログラムKUBS050化
      *    　　　　　　　　（得意先・商品・契約単価・返品承認マスタを
      *    　　　　　　　　索引マスタのキー検索とし、テーブル件数の
      *    　　　　　　　　上限を撤廃。返品承認は受注番号指定の枠を
      *    　　　　　　　　優先して充てる）
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
           SELECT EXC-FILE
             ASSIGN TO EXTERNAL EXC
               FILE STATUS IS WK-EXC-FILE-ERR.
           SELECT CSV-FILE
             ASSIGN TO EXTERNAL CSV
               FILE STATUS IS WK-CSV-FILE-ERR.
           COPY KUCF041.
       FD  EXC-FILE.
       01  EXC-REC                     PIC X(100).
       FD  CSV-FILE.
       01  CSV-REC                     PIC X(90).
       FD  RST-FILE.
       01  WK-OEF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-FMT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-EXC-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CSV-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RST-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUS-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  CSV-CNT                     PIC 9(10).
       01  SUS-CNT                     PIC 9(10).
       01  WK-TOKU-MEI-MSTR            PIC X(20).
       01  WK-TOKM-LOADED-FLG          PIC X VALUE "N".
       01  WK-SHOM-LOADED-FLG          PIC X VALUE "N".
       01  WK-SHOHIN-MEI-MSTR          PIC X(20).
       01  WK-KYM-LOADED-FLG           PIC X VALUE "N".
       01  WK-HENM-LOADED-FLG          PIC X VALUE "N".
       01  WK-HLD-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  HLD-CNT                     PIC 9(10).
      *与信保留理由（与信保留ファイルへそのまま書き出す）
       01  WK-HLD-REASON               PIC X(20).
      *
      *マスタ参照連絡領域（共通マスタ参照KUBS050の呼び出し用。
      *営業所順ソート後はITF-FILEの得意先コードが全体昇順でないため、
      *順次マッチングではなく索引マスタのキー検索とする）
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返すマスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
       01  SHOM-REC.
           COPY KUCF021.
       01  KYM-REC.
           COPY KUCF027.
       01  WK-TANKA-DIFF               PIC S9(5)V99 VALUE ZERO.
       01  WK-TANKA-DIFF-MAX           PIC S9(5)V99 VALUE 1.
      *
      *契約単価突合用（契約のある得意先／商品の単価突合は商品
      *マスタより先に契約単価マスタを参照する。契約単価明細は帳票・
      *ＣＳＶに契約印を付け、監査が定価売りと区別できるようにする。
      *マスタが無い場合は契約突合なしの縮退運転）
       01  WK-KEIYAKU-FLG              PIC X VALUE "N".
      *
      *返品承認突合用（承認残数量はKUBS050が当実行で採用した返品の
      *数量を控除しながら判定する。突合した承認枠のキーを控除まで
      *退避する。マスタが無い場合は承認突合なしの縮退運転）
       01  WK-HEN-MATCH-KEY            PIC X(16) VALUE SPACE.
       01  WK-RTN-FLG                  PIC X VALUE "N".
       01  WK-RTN-REASON               PIC X(20) VALUE SPACE.
      *
      *例外リスト明細行
      *    送信元システムコードを併記し、複数ソース運用時に例外を
           03  FILLER                  PIC X(10) VALUE ",EIGYO-COD".
           03  FILLER                  PIC X(8) VALUE ",KEIYAKU".
           03  FILLER                  PIC X(8) VALUE ",ZEI-KBN".
           03  FILLER                  PIC X(4) VALUE ",KBN".
           03  FILLER                  PIC X(1) VALUE SPACE.
      *
      *CSV抽出明細行（表計算取り込み用のカンマ区切り出力）
       01  WK-CSV-JUCHU-DATE.
           PERFORM READ-FMT-RTN.
           PERFORM READ-CLS-RTN.
           PERFORM READ-SEL-RTN.
           PERFORM OPEN-MSTR-RTN.
           PERFORM READ-RESTART-RTN.
           PERFORM CONNECT-DB-RTN.
      *
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （共通マスタ参照KUBS050で索引マスタをオープンする。利用
      *      できないマスタは従来どおり縮退運転とし、得意先名・商品
      *      名はITF-FILEの内容を、契約単価・返品承認は突合なしと
      *      する）
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
             DISPLAY "*** KUBM040 WARNING TOKMK-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM040 TOKUISAKI MASTER CHECK DISABLED ***"
           END-IF.
           IF WK-SHOM-LOADED-FLG NOT = "Y"
             DISPLAY "*** KUBM040 WARNING SHOMK-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM040 SHOHIN MASTER CHECK DISABLED ***"
           END-IF.
           IF WK-KYM-LOADED-FLG NOT = "Y"
             DISPLAY "*** KUBM040 WARNING KYMK-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM040 KEIYAKU TANKA CHECK DISABLED ***"
           END-IF.
           IF WK-HENM-LOADED-FLG NOT = "Y"
             DISPLAY "*** KUBM040 WARNING HENMK-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM040 HENPIN AUTH CHECK DISABLED ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    返品承認突合処理（返品明細１件分）
      *    （得意先コード／商品番号（受注番号指定の承認は受注番号
      *      も）の合う承認枠のうち、有効期限内で残数量が足りる枠を
      *      KUBS050で探す。受注番号指定の枠を受注番号を問わない枠
      *      より先に充てる。枠が無い返品は例外扱いとする。残数量の
      *      控除は重複・与信等の全チェック通過後にRTNAUTH-COMMIT-
      *      RTNで行う（除外される明細が枠を消費すると、同一実行内
      *      の正当な返品が数量超過になるため））
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
             MOVE "返品未承認／数量超過" TO WK-RTN-REASON
           END-IF.
      *    返品承認枠控除処理（受理が確定した返品明細１件分）
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
      *      マスタ単価と許容差を超えて相違する単価は例外リストへ
      *      記録する。契約単価マスタに該当組合せがある明細は契約
      *      単価を正として突合し、商品マスタ単価とは比較しない。
      *      商品マスタは受注日付時点で適用中の単価世代をKUBS050が
      *      選ぶ。LOOKUP-TOKUISAKI-RTNの商品版）
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
                        " TANKA=" DELIMITED BY SIZE
                        UF010-TANKA DELIMITED BY SIZE
                        " KEIYAKU=" DELIMITED BY SIZE
                        KYM-TANKA DELIMITED BY SIZE
                   INTO WK-EXC-DETAIL
                 PERFORM WRITE-EXCEPTION-RTN
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
               MOVE "商品マスタ未登録" TO WK-EXC-REASON
               MOVE UF010-TOKU-COD TO WK-EXC-TOKU-COD
               MOVE UF010-JUCHU-NO TO WK-EXC-JUCHU-NO
                 INTO WK-EXC-DETAIL
               PERFORM WRITE-EXCEPTION-RTN
             ELSE
               MOVE MSA-SHOM-DATA TO SHOM-REC
               MOVE SHOM-SHOHIN-MEI TO WK-SHOHIN-MEI-MSTR
      *        税区分導入前のレコードは該当バイトが空白のため、
      *        軽減税率以外はすべて標準税率として扱う
               IF SHOM-ZEI-KEIGEN
                 MOVE "2" TO WK-CUR-ZEI-KBN
               END-IF
               IF WK-KEIYAKU-FLG = "N" AND NOT UF010-DATA-CHOSEI
                 COMPUTE WK-TANKA-DIFF = UF010-TANKA - SHOM-TANKA
                 IF WK-TANKA-DIFF < ZERO
                   COMPUTE WK-TANKA-DIFF = WK-TANKA-DIFF * ( - 1 )
                 END-IF
                          " TANKA=" DELIMITED BY SIZE
                          UF010-TANKA DELIMITED BY SIZE
                          " MSTR=" DELIMITED BY SIZE
                          SHOM-TANKA DELIMITED BY SIZE
                     INTO WK-EXC-DETAIL
                   PERFORM WRITE-EXCEPTION-RTN
                 END-IF
           EXIT.
      ******************************************************************
      *    得意先マスタ突合処理
      *    （KUBS050のキー検索により得意先名・与信情報をマスタの正と
      *      する。営業所順ソート後はITF-FILEの得意先コードが全体
      *      昇順ではないため、順次マッチングは使えない）
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
      *      与信チェックの対象外とする
               INTO WK-EXC-DETAIL
             PERFORM WRITE-EXCEPTION-RTN
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
             WK-CSV-KEIYAKU          DELIMITED BY SIZE
             ","                     DELIMITED BY SIZE
             WK-CUR-ZEI-KBN          DELIMITED BY SIZE
             ","                     DELIMITED BY SIZE
             UF010-DATA-KBN          DELIMITED BY SIZE
             INTO WK-CSV-LINE
           END-STRING.
      *
