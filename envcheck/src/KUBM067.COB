      *    サブシステム名：売上
      *    プログラム名　：送信元システム別例外返送ファイル作成
      *    作成日/作成者 ：２０２６年０９月０２日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：定期受注明細（送信元システムコード０４）の
      *    　　　　　　　　返送ファイル（RTN4）・CTL4の受領サマリ追加
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：数量割戻明細（送信元システムコード０５）の
      *    　　　　　　　　返送ファイル（RTN5）・CTL5の受領サマリ追加
      ******************************************************************
      *    チェーン末尾で当日の例外・除外明細を送信元システム別に
      *    振り分け、返送ファイルと受領サマリを作成する。
      *    　・ＤＢ登録スキップファイル（SKP・KUCF093）を理由コード
      *    　　付きの元レコードのまま、明細内の送信元システムコード
      *    　　（UF010-SRC-SYS。空白は単一ソース運用＝０１扱い）で
      *    　　ソース別返送ファイル（RTN1〜RTN5）へ振り分ける
      *    　・SKPが無い実行（帳票のみの運用）は当日退避サスペンス
      *    　　（SUS）を理由コードEDITFAILの返送として振り分ける。
      *    　　SKPがある実行ではSKPのEDITFAILと同一明細の二重返送に
      *    　・例外リスト（EXC・印字行）はソース別の例外件数として
      *    　　受領サマリに計上する
      *    受領サマリ（ACK）には、ソース別のコントロールトータル
      *    （CTL1〜CTL5・KUCF070）に対する受理・返送の件数・金額を
      *    印字し、当夜のうちに送信元システムへ返せるようにする。
      ******************************************************************
      *
           SELECT CTL3-FILE
             ASSIGN TO EXTERNAL CTL3
               FILE STATUS IS WK-CTL3-FILE-ERR.
           SELECT CTL4-FILE
             ASSIGN TO EXTERNAL CTL4
               FILE STATUS IS WK-CTL4-FILE-ERR.
           SELECT CTL5-FILE
             ASSIGN TO EXTERNAL CTL5
               FILE STATUS IS WK-CTL5-FILE-ERR.
           SELECT RTN1-FILE
             ASSIGN TO EXTERNAL RTN1
               FILE STATUS IS WK-RTN1-FILE-ERR.
           SELECT RTN3-FILE
             ASSIGN TO EXTERNAL RTN3
               FILE STATUS IS WK-RTN3-FILE-ERR.
           SELECT RTN4-FILE
             ASSIGN TO EXTERNAL RTN4
               FILE STATUS IS WK-RTN4-FILE-ERR.
           SELECT RTN5-FILE
             ASSIGN TO EXTERNAL RTN5
               FILE STATUS IS WK-RTN5-FILE-ERR.
           SELECT ACK-FILE
             ASSIGN TO EXTERNAL ACK
               FILE STATUS IS WK-ACK-FILE-ERR.
       01  CTL2-REC                    PIC X(41).
       FD  CTL3-FILE.
       01  CTL3-REC                    PIC X(41).
       FD  CTL4-FILE.
       01  CTL4-REC                    PIC X(41).
       FD  CTL5-FILE.
       01  CTL5-REC                    PIC X(41).
       FD  RTN1-FILE.
       01  RTN1-REC                    PIC X(100).
       FD  RTN2-FILE.
       01  RTN2-REC                    PIC X(100).
       FD  RTN3-FILE.
       01  RTN3-REC                    PIC X(100).
       FD  RTN4-FILE.
       01  RTN4-REC                    PIC X(100).
       FD  RTN5-FILE.
       01  RTN5-REC                    PIC X(100).
       FD  ACK-FILE.
       01  ACK-REC                     PIC X(90).
      *
       01  WK-CTL1-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTL2-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTL3-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTL4-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTL5-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RTN1-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RTN2-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RTN3-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RTN4-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RTN5-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ACK-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  SKP-END-FLG                 PIC X VALUE "Y".
       01  SUS-END-FLG                 PIC X VALUE "Y".
       01  WK-SRC-IDX                  PIC 9(1) VALUE ZERO.
       01  WK-SIGNED-KINGAKU           PIC S9(12) VALUE ZERO.
      *
      *ソース別集計テーブル（１＝０１・２＝０２・３＝０３・４＝０４
      *・５＝０５）
       01  WK-SRC-TBL.
           03  WK-SRC-ENT              OCCURS 5 TIMES.
             05  WK-SRC-CTL-FOUND      PIC X(1).
             05  WK-SRC-CTL-CNT        PIC 9(10).
             05  WK-SRC-CTL-KINGAKU    PIC S9(11).
      *
           PERFORM INIT-SRC-RTN
             VARYING WK-SRC-SETUP-IDX FROM 1 BY 1
               UNTIL WK-SRC-SETUP-IDX > 5.
           PERFORM READ-CTL-RTN.
      *
           OPEN OUTPUT RTN1-FILE.
           OPEN OUTPUT RTN2-FILE.
           OPEN OUTPUT RTN3-FILE.
           OPEN OUTPUT RTN4-FILE.
           OPEN OUTPUT RTN5-FILE.
           IF WK-RTN1-FILE-ERR NOT = 00
             OR WK-RTN2-FILE-ERR NOT = 00
             OR WK-RTN3-FILE-ERR NOT = 00
             OR WK-RTN4-FILE-ERR NOT = 00
             OR WK-RTN5-FILE-ERR NOT = 00
             DISPLAY "*** KUBM067 ABEND NOT RTN-FILES"
             MOVE 14 TO RETURN-CODE
             STOP RUN
             END-READ
             CLOSE CTL3-FILE
           END-IF.
           OPEN INPUT CTL4-FILE.
           IF WK-CTL4-FILE-ERR = 00
             READ CTL4-FILE
               NOT AT END
                 MOVE "Y" TO WK-SRC-CTL-FOUND(4)
                 MOVE CTL4-REC TO WK-CTL-REC
                 MOVE WCT-REC-CNT TO WK-SRC-CTL-CNT(4)
                 MOVE WCT-REC-KINGAKU TO WK-SRC-CTL-KINGAKU(4)
             END-READ
             CLOSE CTL4-FILE
           END-IF.
           OPEN INPUT CTL5-FILE.
           IF WK-CTL5-FILE-ERR = 00
             READ CTL5-FILE
               NOT AT END
                 MOVE "Y" TO WK-SRC-CTL-FOUND(5)
                 MOVE CTL5-REC TO WK-CTL-REC
                 MOVE WCT-REC-CNT TO WK-SRC-CTL-CNT(5)
                 MOVE WCT-REC-KINGAKU TO WK-SRC-CTL-KINGAKU(5)
             END-READ
             CLOSE CTL5-FILE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
               MOVE WK-RTN-OUT-REC TO RTN2-REC
               WRITE RTN2-REC
             ELSE
               IF WK-SRC-IDX = 3
                 MOVE WK-RTN-OUT-REC TO RTN3-REC
                 WRITE RTN3-REC
               ELSE
                 IF WK-SRC-IDX = 4
                   MOVE WK-RTN-OUT-REC TO RTN4-REC
                   WRITE RTN4-REC
                 ELSE
                   MOVE WK-RTN-OUT-REC TO RTN5-REC
                   WRITE RTN5-REC
                 END-IF
               END-IF
             END-IF
           END-IF.
       EXI.
             IF WRK-SRC-SYS = "03"
               MOVE 3 TO WK-SRC-IDX
             ELSE
               IF WRK-SRC-SYS = "04"
                 MOVE 4 TO WK-SRC-IDX
               ELSE
                 IF WRK-SRC-SYS = "05"
                   MOVE 5 TO WK-SRC-IDX
                 ELSE
                   MOVE 1 TO WK-SRC-IDX
                 END-IF
               END-IF
             END-IF
           END-IF.
       EXI.
             IF EXC-REC(22:2) = "03"
               MOVE 3 TO WK-SRC-IDX
             ELSE
               IF EXC-REC(22:2) = "04"
                 MOVE 4 TO WK-SRC-IDX
               ELSE
                 IF EXC-REC(22:2) = "05"
                   MOVE 5 TO WK-SRC-IDX
                 ELSE
                   MOVE 1 TO WK-SRC-IDX
                 END-IF
               END-IF
             END-IF
           END-IF.
       EXI.
             IF WK-SRC-IDX = 2
               MOVE "02" TO WK-ACK-SRC-COD
             ELSE
               IF WK-SRC-IDX = 3
                 MOVE "03" TO WK-ACK-SRC-COD
               ELSE
                 IF WK-SRC-IDX = 4
                   MOVE "04" TO WK-ACK-SRC-COD
                 ELSE
                   MOVE "05" TO WK-ACK-SRC-COD
                 END-IF
               END-IF
             END-IF
           END-IF.
           MOVE WK-ACK-SRC-LINE TO ACK-REC.
           WRITE ACK-REC AFTER 1.
           PERFORM WRITE-ACK-SRC-RTN
             VARYING WK-SRC-IDX FROM 1 BY 1
               UNTIL WK-SRC-IDX > 5.
      *
           IF WK-SKP-FILE-ERR = 00
             CLOSE SKP-FILE
           CLOSE RTN1-FILE.
           CLOSE RTN2-FILE.
           CLOSE RTN3-FILE.
           CLOSE RTN4-FILE.
           CLOSE RTN5-FILE.
           CLOSE ACK-FILE.
           DISPLAY "*** KUBM067 SKP=" SKP-CNT.
           DISPLAY "*** KUBM067 SUS=" SUS-CNT.
