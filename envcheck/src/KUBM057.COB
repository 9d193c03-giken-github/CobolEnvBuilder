      *    変更日/変更者 ：２０２６年０９月０２日　保守担当
      *    変更内容    　：データ区分３＝単価調整対応（符号付き金額
      *    　　　　　　　　をそのまま加算する）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：定期受注明細（KUBM079）をソース４（ITF4・
      *    　　　　　　　　CTL4、送信元システムコード０４）として追加
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：数量割戻明細（KUBM080）をソース５（ITF5・
      *    　　　　　　　　CTL5、送信元システムコード０５）として追加
      ******************************************************************
      *    複数の上流システムから届く売上実績抽出ファイル（ITF1〜
      *    ITF5）を、それぞれの上流提供コントロールトータルファイル
      *    （CTL1〜CTL5・KUCF070）とソース単位で突合したうえで、
      *    １本のKUCF010形式ストリーム（OTF）へ結合する。結合時に
      *    各明細へ送信元システムコード（UF010-SRC-SYS：ソース１＝
      *    ０１、２＝０２、３＝０３、４＝０４、５＝０５）を付与し、
      *    後段のKUBM040／KUBM041が挙げる例外を送信元システムへ
      *    突き返せるようにする。結合ストリームには再生成した結合
      *    トレーラを付け、結合後の件数・金額を持つコントロール
      *    トータルファイル（CTLOUT）も書き出すので、以降は従来
      *    どおりKUBM039→SORTITF→KUBM040のチェーンがそのまま
      *    使える。ITF2〜ITF5が割り当てられていない実行は該当
      *    ソースなしとして継続する（１〜５ソース可変）。ソース４
      *    は定期受注明細作成（KUBM079）、ソース５は四半期数量割戻
      *    計算（KUBM080）の出力に使う。ソース単位の突合不一致は
      *    RETURN-CODE 16でABENDとし、結合ファイルを後続に渡さ
      *    ない。
      ******************************************************************
      *
           SELECT ITF3-FILE
             ASSIGN TO EXTERNAL ITF3
               FILE STATUS IS WK-ITF3-FILE-ERR.
           SELECT ITF4-FILE
             ASSIGN TO EXTERNAL ITF4
               FILE STATUS IS WK-ITF4-FILE-ERR.
           SELECT ITF5-FILE
             ASSIGN TO EXTERNAL ITF5
               FILE STATUS IS WK-ITF5-FILE-ERR.
           SELECT CTL1-FILE
             ASSIGN TO EXTERNAL CTL1
               FILE STATUS IS WK-CTL1-FILE-ERR.
           SELECT CTL3-FILE
             ASSIGN TO EXTERNAL CTL3
               FILE STATUS IS WK-CTL3-FILE-ERR.
           SELECT CTL4-FILE
             ASSIGN TO EXTERNAL CTL4
               FILE STATUS IS WK-CTL4-FILE-ERR.
           SELECT CTL5-FILE
             ASSIGN TO EXTERNAL CTL5
               FILE STATUS IS WK-CTL5-FILE-ERR.
           SELECT OTF-FILE
             ASSIGN TO EXTERNAL OTF
               FILE STATUS IS WK-OTF-FILE-ERR.
       01  ITF2-REC                    PIC X(92).
       FD  ITF3-FILE.
       01  ITF3-REC                    PIC X(92).
       FD  ITF4-FILE.
       01  ITF4-REC                    PIC X(92).
       FD  ITF5-FILE.
       01  ITF5-REC                    PIC X(92).
       FD  CTL1-FILE.
       01  CTL1-REC                    PIC X(41).
       FD  CTL2-FILE.
       01  CTL2-REC                    PIC X(41).
       FD  CTL3-FILE.
       01  CTL3-REC                    PIC X(41).
       FD  CTL4-FILE.
       01  CTL4-REC                    PIC X(41).
       FD  CTL5-FILE.
       01  CTL5-REC                    PIC X(41).
       FD  OTF-FILE
           BLOCK CONTAINS 100 RECORDS.
       01  OTF-REC.
       01  WK-ITF1-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ITF2-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ITF3-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ITF4-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ITF5-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTL1-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTL2-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTL3-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTL4-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTL5-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OTF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTLO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
      *
           PERFORM INIT-RTN.
           PERFORM PROC-SOURCE-RTN
             VARYING WK-SRC-IDX FROM 1 BY 1
               UNTIL WK-SRC-IDX > 5.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
                 MOVE "Y" TO WK-SRC-OPEN-FLG
               END-IF
             ELSE
               IF WK-SRC-IDX = 3
                 OPEN INPUT ITF3-FILE
                 IF WK-ITF3-FILE-ERR = 00
                   MOVE "Y" TO WK-SRC-OPEN-FLG
                 END-IF
               ELSE
                 IF WK-SRC-IDX = 4
                   OPEN INPUT ITF4-FILE
                   IF WK-ITF4-FILE-ERR = 00
                     MOVE "Y" TO WK-SRC-OPEN-FLG
                   END-IF
                 ELSE
                   OPEN INPUT ITF5-FILE
                   IF WK-ITF5-FILE-ERR = 00
                     MOVE "Y" TO WK-SRC-OPEN-FLG
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
             IF WK-SRC-IDX = 2
               CLOSE ITF2-FILE
             ELSE
               IF WK-SRC-IDX = 3
                 CLOSE ITF3-FILE
               ELSE
                 IF WK-SRC-IDX = 4
                   CLOSE ITF4-FILE
                 ELSE
                   CLOSE ITF5-FILE
                 END-IF
               END-IF
             END-IF
           END-IF.
       EXI.
                 CLOSE CTL2-FILE
               END-IF
             ELSE
               IF WK-SRC-IDX = 3
                 OPEN INPUT CTL3-FILE
                 IF WK-CTL3-FILE-ERR = 00
                   READ CTL3-FILE
                     NOT AT END
                       MOVE CTL3-REC TO WK-CTL-REC
                       MOVE "Y" TO WK-SRC-CTL-FOUND-FLG
                   END-READ
                   CLOSE CTL3-FILE
                 END-IF
               ELSE
                 IF WK-SRC-IDX = 4
                   OPEN INPUT CTL4-FILE
                   IF WK-CTL4-FILE-ERR = 00
                     READ CTL4-FILE
                       NOT AT END
                         MOVE CTL4-REC TO WK-CTL-REC
                         MOVE "Y" TO WK-SRC-CTL-FOUND-FLG
                     END-READ
                     CLOSE CTL4-FILE
                   END-IF
                 ELSE
                   OPEN INPUT CTL5-FILE
                   IF WK-CTL5-FILE-ERR = 00
                     READ CTL5-FILE
                       NOT AT END
                         MOVE CTL5-REC TO WK-CTL-REC
                         MOVE "Y" TO WK-SRC-CTL-FOUND-FLG
                     END-READ
                     CLOSE CTL5-FILE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
                   MOVE ITF2-REC TO WK-ITF-REC
               END-READ
             ELSE
               IF WK-SRC-IDX = 3
                 READ ITF3-FILE
                   AT END
                     MOVE "Y" TO WK-SRC-END-FLG
                   NOT AT END
                     MOVE ITF3-REC TO WK-ITF-REC
                 END-READ
               ELSE
                 IF WK-SRC-IDX = 4
                   READ ITF4-FILE
                     AT END
                       MOVE "Y" TO WK-SRC-END-FLG
                     NOT AT END
                       MOVE ITF4-REC TO WK-ITF-REC
                   END-READ
                 ELSE
                   READ ITF5-FILE
                     AT END
                       MOVE "Y" TO WK-SRC-END-FLG
                     NOT AT END
                       MOVE ITF5-REC TO WK-ITF-REC
                   END-READ
                 END-IF
               END-IF
             END-IF
           END-IF.
       EXI.
