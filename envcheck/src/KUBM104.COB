       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM104.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：マスタ業務日付復元
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：延滞利息計算履歴・未充当返金台帳・
      *    　　　　　　　　貸倒台帳・口座振替依頼台帳・得意先
      *    　　　　　　　　振込先・商品在庫・定期受注・数量割戻
      *    　　　　　　　　履歴の８本を復元の対象に追加（１組１８本）
      ******************************************************************
      *    KUBM104Jの第１ステップ。パラメタ（MBPPRM・KUCF153）で指定
      *    した業務日付について、世代保全カタログ（BKC・KUCF151）の
      *    最新の組（保全時刻の最も新しい１８本）を読み、KUBM103が
      *    保全した全マスタを保全マスタファイル（BKP・KUCF152）から
      *    差し替え用の新ファイル（マスタごと）へ取り出す。
      *    　・保全マスタファイルは全世代を連結して読み、その組の
      *    　　見出しレコードが無ければ保全世代が既に削除されたもの
      *    　　として復元を中止する
      *    　・取り出す前に、保全されている件数・管理金額（KUBS070
      *    　　で算出）をカタログとマスタごとに突合し、１本でも一致
      *    　　しなければ復元を中止する
      *    　・取り出した件数もカタログと突合する
      *    中止した場合はRETURN-CODE 16を返し、後続の差し替え
      *    ステップを止める（マスタには一切触れない）。
      *    台帳・履歴の８本を組に加える前に保全した１０本の組は、
      *    売掛金残高と台帳を同じ時点へ戻せないため、組が不足する
      *    ものとして復元しない。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL MBPPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT BKC-FILE
             ASSIGN TO EXTERNAL BKC
               FILE STATUS IS WK-BKC-FILE-ERR.
           SELECT BKP-FILE
             ASSIGN TO EXTERNAL BKP
               FILE STATUS IS WK-BKP-FILE-ERR.
           SELECT TOKN-FILE
             ASSIGN TO EXTERNAL TOKMNEW
               FILE STATUS IS WK-TOKN-FILE-ERR.
           SELECT SHON-FILE
             ASSIGN TO EXTERNAL SHOMNEW
               FILE STATUS IS WK-SHON-FILE-ERR.
           SELECT KYMN-FILE
             ASSIGN TO EXTERNAL KYMNEW
               FILE STATUS IS WK-KYMN-FILE-ERR.
           SELECT ARBN-FILE
             ASSIGN TO EXTERNAL ARBNEW
               FILE STATUS IS WK-ARBN-FILE-ERR.
           SELECT OPIN-FILE
             ASSIGN TO EXTERNAL OPINEW
               FILE STATUS IS WK-OPIN-FILE-ERR.
           SELECT SUMN-FILE
             ASSIGN TO EXTERNAL SUMNEW
               FILE STATUS IS WK-SUMN-FILE-ERR.
           SELECT REGN-FILE
             ASSIGN TO EXTERNAL REGNEW
               FILE STATUS IS WK-REGN-FILE-ERR.
           SELECT DNRN-FILE
             ASSIGN TO EXTERNAL DNRNEW
               FILE STATUS IS WK-DNRN-FILE-ERR.
           SELECT TGTN-FILE
             ASSIGN TO EXTERNAL TGTNEW
               FILE STATUS IS WK-TGTN-FILE-ERR.
           SELECT SUSN-FILE
             ASSIGN TO EXTERNAL SUSNEW
               FILE STATUS IS WK-SUSN-FILE-ERR.
           SELECT LIHN-FILE
             ASSIGN TO EXTERNAL LIHNEW
               FILE STATUS IS WK-LIHN-FILE-ERR.
           SELECT RFRN-FILE
             ASSIGN TO EXTERNAL RFRNEW
               FILE STATUS IS WK-RFRN-FILE-ERR.
           SELECT BDRN-FILE
             ASSIGN TO EXTERNAL BDRNEW
               FILE STATUS IS WK-BDRN-FILE-ERR.
           SELECT KFRN-FILE
             ASSIGN TO EXTERNAL KFRNEW
               FILE STATUS IS WK-KFRN-FILE-ERR.
           SELECT FKMN-FILE
             ASSIGN TO EXTERNAL FKMNEW
               FILE STATUS IS WK-FKMN-FILE-ERR.
           SELECT STKN-FILE
             ASSIGN TO EXTERNAL STKNEW
               FILE STATUS IS WK-STKN-FILE-ERR.
           SELECT SOMN-FILE
             ASSIGN TO EXTERNAL SOMNEW
               FILE STATUS IS WK-SOMN-FILE-ERR.
           SELECT RBHN-FILE
             ASSIGN TO EXTERNAL RBHNEW
               FILE STATUS IS WK-RBHN-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF153.
       FD  BKC-FILE.
       01  BKC-REC.
           COPY KUCF151.
       FD  BKP-FILE.
       01  BKP-REC.
           COPY KUCF152.
      *差し替え用の新ファイル（保全したマスタレコードそのまま）
       FD  TOKN-FILE.
       01  TOKN-REC                    PIC X(80).
       FD  SHON-FILE.
       01  SHON-REC                    PIC X(80).
       FD  KYMN-FILE.
       01  KYMN-REC                    PIC X(30).
       FD  ARBN-FILE.
       01  ARBN-REC                    PIC X(80).
       FD  OPIN-FILE.
       01  OPIN-REC                    PIC X(72).
       FD  SUMN-FILE.
       01  SUMN-REC                    PIC X(46).
       FD  REGN-FILE.
       01  REGN-REC                    PIC X(120).
       FD  DNRN-FILE.
       01  DNRN-REC                    PIC X(30).
       FD  TGTN-FILE.
       01  TGTN-REC                    PIC X(30).
       FD  SUSN-FILE.
       01  SUSN-REC                    PIC X(108).
       FD  LIHN-FILE.
       01  LIHN-REC                    PIC X(50).
       FD  RFRN-FILE.
       01  RFRN-REC                    PIC X(100).
       FD  BDRN-FILE.
       01  BDRN-REC                    PIC X(100).
       FD  KFRN-FILE.
       01  KFRN-REC                    PIC X(60).
       FD  FKMN-FILE.
       01  FKMN-REC                    PIC X(100).
       FD  STKN-FILE.
       01  STKN-REC                    PIC X(80).
       FD  SOMN-FILE.
       01  SOMN-REC                    PIC X(80).
       FD  RBHN-FILE.
       01  RBHN-REC                    PIC X(80).
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(132).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-BKC-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-BKP-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SHON-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYMN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUMN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-DNRN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-TGTN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUSN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-LIHN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RFRN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-BDRN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KFRN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-FKMN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-STKN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SOMN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RBHN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  BKC-END-FLG                 PIC X VALUE "Y".
       01  BKP-END-FLG                 PIC X VALUE "Y".
       01  WK-IN-TOTAL                 PIC 9(10) VALUE ZERO.
       01  WK-OUT-TOTAL                PIC 9(10) VALUE ZERO.
       01  WK-FUICCHI-CNT              PIC 9(4) VALUE ZERO.
      *
      *業務日付・復元するカタログの組（最新の保全時刻）
       01  WK-GYOMU-DATE               PIC 9(8) VALUE ZERO.
       01  WK-BKC-SET-TS               PIC X(14) VALUE SPACE.
       01  WK-BKC-M-CNT                PIC 9(4) VALUE ZERO.
      *保全世代の見出しレコードの有無（無い＝保全世代削除済み）
       01  WK-HEADER-FLG               PIC X VALUE "N".
       01  WK-FIND-ID                  PIC X(4) VALUE SPACE.
       01  WK-FOUND-IX                 PIC 9(4) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *管理金額算出用（KUBS070の連絡領域）
       01  WK-MKA-AREA.
           COPY KUCF154.
      *
      *マスタ識別・名称（カタログ・保全マスタファイルのマスタ順）
       01  WK-M-ID-VALUES.
           03  FILLER                  PIC X(4) VALUE "TOKM".
           03  FILLER                  PIC X(4) VALUE "SHOM".
           03  FILLER                  PIC X(4) VALUE "KYM".
           03  FILLER                  PIC X(4) VALUE "ARB".
           03  FILLER                  PIC X(4) VALUE "OPI".
           03  FILLER                  PIC X(4) VALUE "SUM".
           03  FILLER                  PIC X(4) VALUE "REG".
           03  FILLER                  PIC X(4) VALUE "DUN".
           03  FILLER                  PIC X(4) VALUE "TGT".
           03  FILLER                  PIC X(4) VALUE "SUS".
           03  FILLER                  PIC X(4) VALUE "LIH".
           03  FILLER                  PIC X(4) VALUE "RFR".
           03  FILLER                  PIC X(4) VALUE "BDR".
           03  FILLER                  PIC X(4) VALUE "KFR".
           03  FILLER                  PIC X(4) VALUE "FKM".
           03  FILLER                  PIC X(4) VALUE "STK".
           03  FILLER                  PIC X(4) VALUE "SOM".
           03  FILLER                  PIC X(4) VALUE "RBH".
       01  WK-M-ID-TBL REDEFINES WK-M-ID-VALUES.
           03  WK-M-ID                 PIC X(4) OCCURS 18 TIMES.
       01  WK-M-NAME-VALUES.
           03  FILLER                  PIC X(14) VALUE
             "得意先マスタ".
           03  FILLER                  PIC X(14) VALUE
             "商品マスタ".
           03  FILLER                  PIC X(14) VALUE
             "契約単価マスタ".
           03  FILLER                  PIC X(14) VALUE
             "売掛金残高".
           03  FILLER                  PIC X(14) VALUE
             "未消込請求".
           03  FILLER                  PIC X(14) VALUE
             "累計マスタ".
           03  FILLER                  PIC X(14) VALUE
             "請求書発行台帳".
           03  FILLER                  PIC X(14) VALUE
             "督促発行台帳".
           03  FILLER                  PIC X(14) VALUE
             "売上目標マスタ".
           03  FILLER                  PIC X(14) VALUE
             "サスペンス滞留".
           03  FILLER                  PIC X(14) VALUE
             "延滞利息履歴".
           03  FILLER                  PIC X(14) VALUE
             "未充当返金台帳".
           03  FILLER                  PIC X(14) VALUE
             "貸倒台帳".
           03  FILLER                  PIC X(14) VALUE
             "口座振替台帳".
           03  FILLER                  PIC X(14) VALUE
             "振込先マスタ".
           03  FILLER                  PIC X(14) VALUE
             "商品在庫マスタ".
           03  FILLER                  PIC X(14) VALUE
             "定期受注マスタ".
           03  FILLER                  PIC X(14) VALUE
             "数量割戻履歴".
       01  WK-M-NAME-TBL REDEFINES WK-M-NAME-VALUES.
           03  WK-M-NAME               PIC X(14) OCCURS 18 TIMES.
      *
      *マスタ別計数（カタログ・保全マスタファイル・取り出し）
       01  WK-M-CNT                    PIC 9(4) VALUE 18.
       01  WK-M-IX                     PIC 9(4) VALUE ZERO.
       01  WK-M-TBL.
           03  WK-M-ENT                OCCURS 18 TIMES.
             05  WK-M-BKC-FLG          PIC X(1).
             05  WK-M-BKC-CNT          PIC 9(10).
             05  WK-M-BKC-KIN          PIC S9(13)V99.
             05  WK-M-BKP-CNT          PIC 9(10).
             05  WK-M-BKP-KIN          PIC S9(13)V99.
             05  WK-M-OUT-CNT          PIC 9(10).
      *
      *復元レポート見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  FILLER                  PIC X(38) VALUE
             "＊＊＊　マスタ業務日付復元　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "業務日付：".
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SECTION              PIC X(50) VALUE SPACE.
      *
       01  WK-RPT-TS-LINE.
           03  FILLER                  PIC X(22) VALUE
             "復元するカタログの組：".
           03  WK-RPT-TS               PIC X(14).
      *
       01  WK-RPT-M-SUBTITLE.
           03  FILLER                  PIC X(14) VALUE "マスタ".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "カタログ".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(21) VALUE
             "　　カタログ金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "　保全件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(21) VALUE
             "　　　　　保全金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "　復元件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE "照合".
      *
      *マスタ別行（１マスタ分）
       01  WK-RPT-M-LINE.
           03  WK-RPT-M-NAME           PIC X(14).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-M-BKC-CNT        PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-M-BKC-KIN        PIC --,---,---,---,--9.99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-M-BKP-CNT        PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-M-BKP-KIN        PIC --,---,---,---,--9.99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-M-OUT-CNT        PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-M-HANTEI         PIC X(14).
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM CHECK-BKP-RTN.
           IF WK-FUICCHI-CNT = ZERO
             PERFORM RESTORE-BKP-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      *    （業務日付はパラメタで必ず指定する。カタログにその日付の
      *      組が無い、または１８本そろっていない場合は異常終了）
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM104 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           PERFORM CLEAR-M-RTN
             VARYING WK-M-IX FROM 1 BY 1
               UNTIL WK-M-IX > WK-M-CNT.
      *
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR = 00
             READ PRM-FILE
               NOT AT END
                 IF MBP-GYOMU-DATE NUMERIC
                   MOVE MBP-GYOMU-DATE TO WK-GYOMU-DATE
                 END-IF
             END-READ
             CLOSE PRM-FILE
           END-IF.
           IF WK-GYOMU-DATE = ZERO
             DISPLAY "*** KUBM104 ABEND MBPPRM GYOMU-DATE REQUIRED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "*** KUBM104 GYOMU-DATE=" WK-GYOMU-DATE.
      *
           OPEN INPUT BKC-FILE.
           IF WK-BKC-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT BKC-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO BKC-END-FLG.
           PERFORM FIND-BKC-SET-RTN
             UNTIL BKC-END-FLG = "Y".
           CLOSE BKC-FILE.
           IF WK-BKC-SET-TS = SPACE
             DISPLAY "*** KUBM104 ABEND GYOMU-DATE NOT IN CATALOG ("
               WK-GYOMU-DATE ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT BKC-FILE.
           MOVE "N" TO BKC-END-FLG.
           PERFORM LOAD-BKC-1KEN-RTN
             UNTIL BKC-END-FLG = "Y".
           CLOSE BKC-FILE.
           IF WK-BKC-M-CNT NOT = WK-M-CNT
             DISPLAY "*** KUBM104 ABEND CATALOG SET INCOMPLETE ("
               WK-BKC-M-CNT ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "*** KUBM104 CATALOG SET=" WK-BKC-SET-TS.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT RPT-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-GYOMU-DATE TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-BKC-SET-TS TO WK-RPT-TS.
           MOVE WK-RPT-TS-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ別件数・金額初期化処理（１マスタ分）
      ******************************************************************
       CLEAR-M-RTN                     SECTION.
           MOVE SPACE TO WK-M-BKC-FLG(WK-M-IX).
           MOVE ZERO TO WK-M-BKC-CNT(WK-M-IX).
           MOVE ZERO TO WK-M-BKC-KIN(WK-M-IX).
           MOVE ZERO TO WK-M-BKP-CNT(WK-M-IX).
           MOVE ZERO TO WK-M-BKP-KIN(WK-M-IX).
           MOVE ZERO TO WK-M-OUT-CNT(WK-M-IX).
       EXI.
           EXIT.
      ******************************************************************
      *    カタログの組検索処理（１件分）
      ******************************************************************
       FIND-BKC-SET-RTN                SECTION.
           READ BKC-FILE
             AT END
               MOVE "Y" TO BKC-END-FLG
               GO TO EXI
           END-READ.
           IF BKC-GYOMU-DATE = WK-GYOMU-DATE
             AND BKC-SET-TS > WK-BKC-SET-TS
             MOVE BKC-SET-TS TO WK-BKC-SET-TS
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    カタログ読み込み処理（１件分）
      ******************************************************************
       LOAD-BKC-1KEN-RTN               SECTION.
           READ BKC-FILE
             AT END
               MOVE "Y" TO BKC-END-FLG
               GO TO EXI
           END-READ.
           IF BKC-GYOMU-DATE NOT = WK-GYOMU-DATE
             OR BKC-SET-TS NOT = WK-BKC-SET-TS
             GO TO EXI
           END-IF.
           MOVE BKC-MST-ID TO WK-FIND-ID.
           PERFORM FIND-M-RTN.
           IF WK-FOUND-IX = ZERO
             GO TO EXI
           END-IF.
           IF WK-M-BKC-FLG(WK-FOUND-IX) NOT = "Y"
             ADD 1 TO WK-BKC-M-CNT
           END-IF.
           MOVE "Y" TO WK-M-BKC-FLG(WK-FOUND-IX).
           MOVE BKC-CNT TO WK-M-BKC-CNT(WK-FOUND-IX).
           MOVE BKC-KIN TO WK-M-BKC-KIN(WK-FOUND-IX).
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ識別検索処理（WK-FIND-IDの表位置をWK-FOUND-IXへ）
      ******************************************************************
       FIND-M-RTN                      SECTION.
           MOVE ZERO TO WK-FOUND-IX.
           PERFORM FIND-M-1KEN-RTN
             VARYING WK-M-IX FROM 1 BY 1
               UNTIL WK-M-IX > WK-M-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ識別検索処理（１マスタ分）
      ******************************************************************
       FIND-M-1KEN-RTN                 SECTION.
           IF WK-M-ID(WK-M-IX) = WK-FIND-ID
             MOVE WK-M-IX TO WK-FOUND-IX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    保全世代照合処理
      *    （保全マスタファイルの全世代からその組を探し、マスタごと
      *      の件数・管理金額をカタログと突合する。見出しが無ければ
      *      保全世代削除済みとして全マスタを不一致とする）
      ******************************************************************
       CHECK-BKP-RTN                   SECTION.
           OPEN INPUT BKP-FILE.
           IF WK-BKP-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT BKP-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO BKP-END-FLG.
           PERFORM CHECK-BKP-1KEN-RTN
             UNTIL BKP-END-FLG = "Y".
           CLOSE BKP-FILE.
           IF WK-HEADER-FLG NOT = "Y"
             DISPLAY "*** KUBM104 ABEND BACKUP GENERATION SCRATCHED ***"
           END-IF.
           PERFORM JUDGE-M-RTN
             VARYING WK-M-IX FROM 1 BY 1
               UNTIL WK-M-IX > WK-M-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    保全世代照合処理（１件分）
      ******************************************************************
       CHECK-BKP-1KEN-RTN              SECTION.
           READ BKP-FILE
             AT END
               MOVE "Y" TO BKP-END-FLG
               GO TO EXI
           END-READ.
           IF BKP-GYOMU-DATE NOT = WK-GYOMU-DATE
             OR BKP-SET-TS NOT = WK-BKC-SET-TS
             GO TO EXI
           END-IF.
           IF BKP-REC-HEADER
             MOVE "Y" TO WK-HEADER-FLG
             GO TO EXI
           END-IF.
           MOVE BKP-MST-ID TO WK-FIND-ID.
           PERFORM FIND-M-RTN.
           IF WK-FOUND-IX = ZERO
             GO TO EXI
           END-IF.
           MOVE BKP-MST-ID TO MKA-MST-ID.
           MOVE BKP-DATA TO MKA-DATA.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS070" USING WK-MKA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           ADD 1 TO WK-M-BKP-CNT(WK-FOUND-IX).
           ADD MKA-KIN TO WK-M-BKP-KIN(WK-FOUND-IX).
           ADD 1 TO WK-IN-TOTAL.
       EXI.
           EXIT.
      ******************************************************************
      *    保全世代判定処理（１マスタ分）
      ******************************************************************
       JUDGE-M-RTN                     SECTION.
           IF WK-HEADER-FLG NOT = "Y"
             ADD 1 TO WK-FUICCHI-CNT
             GO TO EXI
           END-IF.
           IF WK-M-BKP-CNT(WK-M-IX) NOT = WK-M-BKC-CNT(WK-M-IX)
             OR WK-M-BKP-KIN(WK-M-IX) NOT = WK-M-BKC-KIN(WK-M-IX)
             ADD 1 TO WK-FUICCHI-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ取り出し処理
      *    （照合が全マスタ一致した場合のみ、その組のレコードを
      *      マスタごとの新ファイルへ書き出す）
      ******************************************************************
       RESTORE-BKP-RTN                 SECTION.
           OPEN OUTPUT TOKN-FILE.
           IF WK-TOKN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT TOKMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SHON-FILE.
           IF WK-SHON-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT SHOMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT KYMN-FILE.
           IF WK-KYMN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT KYMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARBN-FILE.
           IF WK-ARBN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT ARBNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT OPIN-FILE.
           IF WK-OPIN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT OPINEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SUMN-FILE.
           IF WK-SUMN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT SUMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT REGN-FILE.
           IF WK-REGN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT REGNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT DNRN-FILE.
           IF WK-DNRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT DNRNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT TGTN-FILE.
           IF WK-TGTN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT TGTNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SUSN-FILE.
           IF WK-SUSN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT SUSNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT LIHN-FILE.
           IF WK-LIHN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT LIHNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RFRN-FILE.
           IF WK-RFRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT RFRNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT BDRN-FILE.
           IF WK-BDRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT BDRNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT KFRN-FILE.
           IF WK-KFRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT KFRNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT FKMN-FILE.
           IF WK-FKMN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT FKMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT STKN-FILE.
           IF WK-STKN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT STKNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SOMN-FILE.
           IF WK-SOMN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT SOMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RBHN-FILE.
           IF WK-RBHN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT RBHNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT BKP-FILE.
           IF WK-BKP-FILE-ERR NOT = 00
             DISPLAY "*** KUBM104 ABEND NOT BKP-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO BKP-END-FLG.
           PERFORM RESTORE-BKP-1KEN-RTN
             UNTIL BKP-END-FLG = "Y".
           CLOSE BKP-FILE.
           CLOSE TOKN-FILE.
           CLOSE SHON-FILE.
           CLOSE KYMN-FILE.
           CLOSE ARBN-FILE.
           CLOSE OPIN-FILE.
           CLOSE SUMN-FILE.
           CLOSE REGN-FILE.
           CLOSE DNRN-FILE.
           CLOSE TGTN-FILE.
           CLOSE SUSN-FILE.
           CLOSE LIHN-FILE.
           CLOSE RFRN-FILE.
           CLOSE BDRN-FILE.
           CLOSE KFRN-FILE.
           CLOSE FKMN-FILE.
           CLOSE STKN-FILE.
           CLOSE SOMN-FILE.
           CLOSE RBHN-FILE.
           PERFORM JUDGE-OUT-RTN
             VARYING WK-M-IX FROM 1 BY 1
               UNTIL WK-M-IX > WK-M-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ取り出し処理（１件分）
      ******************************************************************
       RESTORE-BKP-1KEN-RTN            SECTION.
           READ BKP-FILE
             AT END
               MOVE "Y" TO BKP-END-FLG
               GO TO EXI
           END-READ.
           IF BKP-GYOMU-DATE NOT = WK-GYOMU-DATE
             OR BKP-SET-TS NOT = WK-BKC-SET-TS
             OR NOT BKP-REC-DATA
             GO TO EXI
           END-IF.
           MOVE BKP-MST-ID TO WK-FIND-ID.
           PERFORM FIND-M-RTN.
           IF WK-FOUND-IX = ZERO
             GO TO EXI
           END-IF.
           IF WK-FOUND-IX = 1
             MOVE BKP-DATA TO TOKN-REC
             WRITE TOKN-REC
           END-IF.
           IF WK-FOUND-IX = 2
             MOVE BKP-DATA TO SHON-REC
             WRITE SHON-REC
           END-IF.
           IF WK-FOUND-IX = 3
             MOVE BKP-DATA TO KYMN-REC
             WRITE KYMN-REC
           END-IF.
           IF WK-FOUND-IX = 4
             MOVE BKP-DATA TO ARBN-REC
             WRITE ARBN-REC
           END-IF.
           IF WK-FOUND-IX = 5
             MOVE BKP-DATA TO OPIN-REC
             WRITE OPIN-REC
           END-IF.
           IF WK-FOUND-IX = 6
             MOVE BKP-DATA TO SUMN-REC
             WRITE SUMN-REC
           END-IF.
           IF WK-FOUND-IX = 7
             MOVE BKP-DATA TO REGN-REC
             WRITE REGN-REC
           END-IF.
           IF WK-FOUND-IX = 8
             MOVE BKP-DATA TO DNRN-REC
             WRITE DNRN-REC
           END-IF.
           IF WK-FOUND-IX = 9
             MOVE BKP-DATA TO TGTN-REC
             WRITE TGTN-REC
           END-IF.
           IF WK-FOUND-IX = 10
             MOVE BKP-DATA TO SUSN-REC
             WRITE SUSN-REC
           END-IF.
           IF WK-FOUND-IX = 11
             MOVE BKP-DATA TO LIHN-REC
             WRITE LIHN-REC
           END-IF.
           IF WK-FOUND-IX = 12
             MOVE BKP-DATA TO RFRN-REC
             WRITE RFRN-REC
           END-IF.
           IF WK-FOUND-IX = 13
             MOVE BKP-DATA TO BDRN-REC
             WRITE BDRN-REC
           END-IF.
           IF WK-FOUND-IX = 14
             MOVE BKP-DATA TO KFRN-REC
             WRITE KFRN-REC
           END-IF.
           IF WK-FOUND-IX = 15
             MOVE BKP-DATA TO FKMN-REC
             WRITE FKMN-REC
           END-IF.
           IF WK-FOUND-IX = 16
             MOVE BKP-DATA TO STKN-REC
             WRITE STKN-REC
           END-IF.
           IF WK-FOUND-IX = 17
             MOVE BKP-DATA TO SOMN-REC
             WRITE SOMN-REC
           END-IF.
           IF WK-FOUND-IX = 18
             MOVE BKP-DATA TO RBHN-REC
             WRITE RBHN-REC
           END-IF.
           ADD 1 TO WK-M-OUT-CNT(WK-FOUND-IX).
           ADD 1 TO WK-OUT-TOTAL.
       EXI.
           EXIT.
      ******************************************************************
      *    取り出し件数判定処理（１マスタ分）
      ******************************************************************
       JUDGE-OUT-RTN                   SECTION.
           IF WK-M-OUT-CNT(WK-M-IX) NOT = WK-M-BKC-CNT(WK-M-IX)
             ADD 1 TO WK-FUICCHI-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ別行出力処理（１マスタ分）
      ******************************************************************
       PRINT-M-RTN                     SECTION.
           MOVE SPACE TO WK-RPT-M-LINE.
           MOVE WK-M-NAME(WK-M-IX) TO WK-RPT-M-NAME.
           MOVE WK-M-BKC-CNT(WK-M-IX) TO WK-RPT-M-BKC-CNT.
           MOVE WK-M-BKC-KIN(WK-M-IX) TO WK-RPT-M-BKC-KIN.
           MOVE WK-M-BKP-CNT(WK-M-IX) TO WK-RPT-M-BKP-CNT.
           MOVE WK-M-BKP-KIN(WK-M-IX) TO WK-RPT-M-BKP-KIN.
           MOVE WK-M-OUT-CNT(WK-M-IX) TO WK-RPT-M-OUT-CNT.
           PERFORM EDIT-HANTEI-RTN.
           MOVE WK-RPT-M-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    照合結果編集処理（１マスタ分）
      ******************************************************************
       EDIT-HANTEI-RTN                 SECTION.
           IF WK-HEADER-FLG NOT = "Y"
             MOVE "保全世代なし" TO WK-RPT-M-HANTEI
             GO TO EXI
           END-IF.
           IF WK-M-BKP-CNT(WK-M-IX) NOT = WK-M-BKC-CNT(WK-M-IX)
             OR WK-M-BKP-KIN(WK-M-IX) NOT = WK-M-BKC-KIN(WK-M-IX)
             MOVE "保全不一致" TO WK-RPT-M-HANTEI
             GO TO EXI
           END-IF.
           IF WK-M-OUT-CNT(WK-M-IX) NOT = WK-M-BKC-CNT(WK-M-IX)
             MOVE "復元不一致" TO WK-RPT-M-HANTEI
             GO TO EXI
           END-IF.
           MOVE "一致" TO WK-RPT-M-HANTEI.
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
      *    （マスタ別照合表を印字し、中止した場合はRETURN-CODE 16で
      *      差し替えを止める）
      ******************************************************************
       TERM-RTN                        SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜マスタ別件数・管理金額照合＞"
             TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-M-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM PRINT-M-RTN
             VARYING WK-M-IX FROM 1 BY 1
               UNTIL WK-M-IX > WK-M-CNT.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           IF WK-FUICCHI-CNT = ZERO
             MOVE "全マスタ一致（差し替え可）" TO RPT-REC
           ELSE
             IF WK-HEADER-FLG NOT = "Y"
               MOVE "保全世代削除済み（復元を中止）"
                 TO RPT-REC
             ELSE
               MOVE "不一致あり（復元を中止）" TO RPT-REC
             END-IF
           END-IF.
           PERFORM WRITE-RPT-REC-RTN.
           CLOSE RPT-FILE.
      *
           DISPLAY "*** KUBM104 READ=" WK-IN-TOTAL
                   " RESTORED=" WK-OUT-TOTAL.
           IF WK-FUICCHI-CNT NOT = ZERO
             DISPLAY "*** KUBM104 ABEND RESTORE REFUSED ***"
             MOVE 16 TO RETURN-CODE
           ELSE
             DISPLAY "*** KUBM104 CONTROL TOTALS BALANCE ***"
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM104 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      *    （入力＝保全世代の対象レコード件数、出力＝取り出し件数、
      *      例外＝不一致マスタ数）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM104" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE WK-IN-TOTAL TO RNL-IN-CNT.
           MOVE WK-OUT-TOTAL TO RNL-OUT-CNT.
           MOVE WK-FUICCHI-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
