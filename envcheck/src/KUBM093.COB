       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM093.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：得意先別売上前年対比表
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先名の参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：取引途絶得意先を索引の作業
      *    　　　　　　　　ファイル（KYSWK）へ溜めて件数の
      *    　　　　　　　　上限を撤廃
      ******************************************************************
      *    月末締め（KUBM052J）でKUBM092が更新した得意先別売上履歴
      *    マスタ（HST・KUCF137）から、締め月について得意先ごとに
      *    当月・前年同月の売上と当年累計（１月から締め月まで）・
      *    前年同期累計を並べ、伸び率とともに前年対比表（RPT）へ
      *    印字する。履歴マスタの営業所コード順に営業所計を、最後に
      *    総合計を印字する。
      *    伸び率は前年の売上がある場合のみ求め、前年に売上が無く
      *    当年に売上のある得意先は「新規」と印字する。
      *    直近３か月（締め月を含む）に売上が無く、その前の１２か月
      *    に売上のあった得意先は取引が途絶えた得意先として、最終
      *    売上年月とその１２か月の売上を別欄に印字する。
      *    再開パラメタの実行では印字しない。得意先名は共通マスタ
      *    参照KUBS050で得意先索引マスタ（TOKMK）から求め、無い場合
      *    は空白とする。取引途絶得意先は検出順の連番をキーとする
      *    索引の作業ファイル（KYSWK）に溜めるため、件数に上限は無い。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL CLSPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT HST-FILE
             ASSIGN TO EXTERNAL HST
               FILE STATUS IS WK-HST-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT KYSW-FILE
             ASSIGN TO EXTERNAL KYSWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYSW-SEQ
               FILE STATUS IS WK-KYSW-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF092.
       FD  HST-FILE.
       01  HST-REC.
           COPY KUCF137.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(132).
      *取引途絶得意先作業ファイル（検出順の連番をキーとする）
       FD  KYSW-FILE.
       01  KYSW-REC.
           03  KYSW-SEQ                PIC 9(8).
           03  KYSW-EIGYO-COD          PIC X(2).
           03  KYSW-TOKU-COD           PIC X(4).
           03  KYSW-MEI                PIC X(20).
           03  KYSW-SAISHU-YM          PIC 9(6).
           03  KYSW-KINGAKU            PIC S9(12).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-HST-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYSW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYSW-END-FLG             PIC X VALUE "N".
       01  HST-END-FLG                 PIC X VALUE "Y".
       01  HST-CNT                     PIC 9(10) VALUE ZERO.
       01  RPT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-KYUSHI-CNT               PIC 9(10) VALUE ZERO.
      *
       01  WK-ACTION-KBN               PIC X(1).
       01  WK-SHIME-YYYYMM             PIC 9(6) VALUE ZERO.
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
      *取引途絶の判定月数（締め月を含む直近の売上なし月数と、
      *その前の売上を見る月数）
       01  WK-KYUSHI-TSUKI             PIC 9(2) VALUE 3.
       01  WK-KAKO-TSUKI               PIC 9(2) VALUE 12.
      *
      *年月の通算月数換算用（年×１２＋月−１）
       01  WK-YM-WORK.
           03  WK-YM-YYYY              PIC 9(4).
           03  WK-YM-MM                PIC 9(2).
       01  WK-YM-TSUKI-SU              PIC 9(6) VALUE ZERO.
       01  WK-SHIME-TSUKI-SU           PIC 9(6) VALUE ZERO.
       01  WK-SHIME-MM                 PIC 9(2) VALUE ZERO.
       01  WK-KIJUN-TSUKI-SU           PIC 9(6) VALUE ZERO.
       01  WK-TGT-TSUKI-SU             PIC 9(6) VALUE ZERO.
       01  WK-SLOT                     PIC S9(6) VALUE ZERO.
       01  WK-IDX                      PIC 9(4) VALUE ZERO.
       01  WK-KINGAKU                  PIC S9(11) VALUE ZERO.
      *
      *得意先１件分の対比計数
       01  WK-TOUGETSU                 PIC S9(12) VALUE ZERO.
       01  WK-ZENGETSU                 PIC S9(12) VALUE ZERO.
       01  WK-TOUNEN                   PIC S9(12) VALUE ZERO.
       01  WK-ZENNEN                   PIC S9(12) VALUE ZERO.
       01  WK-CHOKKIN-FLG              PIC X VALUE "N".
       01  WK-KAKO-KINGAKU             PIC S9(12) VALUE ZERO.
       01  WK-SAISHU-YYYYMM            PIC 9(6) VALUE ZERO.
      *
      *営業所計・総合計
       01  WK-BREAK-EIGYO-COD          PIC X(2) VALUE HIGH-VALUE.
       01  WK-EIGYO-TOUGETSU           PIC S9(12) VALUE ZERO.
       01  WK-EIGYO-ZENGETSU           PIC S9(12) VALUE ZERO.
       01  WK-EIGYO-TOUNEN             PIC S9(12) VALUE ZERO.
       01  WK-EIGYO-ZENNEN             PIC S9(12) VALUE ZERO.
       01  WK-SOU-TOUGETSU             PIC S9(12) VALUE ZERO.
       01  WK-SOU-ZENGETSU             PIC S9(12) VALUE ZERO.
       01  WK-SOU-TOUNEN               PIC S9(12) VALUE ZERO.
       01  WK-SOU-ZENNEN               PIC S9(12) VALUE ZERO.
      *
      *伸び率計算用
       01  WK-NOBI-TOU                 PIC S9(12) VALUE ZERO.
       01  WK-NOBI-ZEN                 PIC S9(12) VALUE ZERO.
       01  WK-NOBI-RITSU               PIC S9(7)V9 VALUE ZERO.
       01  WK-NOBI-EDIT                PIC X(8) VALUE SPACE.
       01  WK-NOBI-EDIT-E REDEFINES WK-NOBI-EDIT
                                       PIC -----9.9.
      *
      *得意先マスタ参照（得意先名。
      *共通マスタ参照KUBS050で索引マスタをキー検索する）
       01  WK-TKI-FOUND-FLG            PIC X VALUE "N".
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返す得意先マスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
      *
      *取引途絶得意先テーブル（総合計の後に別欄で印字する）
       01  WK-KYS-CNT                  PIC 9(8) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *前年対比表見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  FILLER                  PIC X(32) VALUE
             "＊＊＊　売上前年対比表　＊＊＊".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-RPT-TITLE-YM         PIC 9999/99.
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "作成日：".
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "営業".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "得意先名".
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "当月売上".
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "前年同月".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "伸び率%".
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "当年累計".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "前年同期累計".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "伸び率%".
      *
      *前年対比表明細行（得意先１件分・営業所計・総合計で共用）
       01  WK-RPT-LINE.
           03  WK-RPT-EIGYO-COD        PIC X(2).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TOUGETSU         PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-ZENGETSU         PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-NOBI-GETSU       PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TOUNEN           PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-ZENNEN           PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-NOBI-NEN         PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
      *
      *取引途絶得意先欄
       01  WK-KYS-TITLE.
           03  FILLER                  PIC X(24) VALUE
             "＜取引が途絶えた得意先".
           03  FILLER                  PIC X(22) VALUE
             "（直近３か月売上なし）＞".
      *
       01  WK-KYS-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "営業".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "得意先名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "最終売上年月".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE
             "その前１２か月売上".
      *
       01  WK-KYS-LINE.
           03  WK-KYS-EIGYO-COD        PIC X(2).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-KYS-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-KYS-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-KYS-SAISHU-YM        PIC 9999/99.
           03  FILLER                  PIC X(7) VALUE SPACE.
           03  WK-KYS-KINGAKU          PIC ---,---,---,--9.
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(24).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           IF WK-ACTION-KBN = "1"
             PERFORM MAIN-RTN UNTIL HST-END-FLG = "Y"
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM093 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
      *
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM093 ABEND NOT CLSPRM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ PRM-FILE
             AT END
               DISPLAY "*** KUBM093 ABEND CLSPRM-FILE EMPTY"
               MOVE 12 TO RETURN-CODE
               CLOSE PRM-FILE
               STOP RUN
           END-READ.
           MOVE CLP-ACTION-KBN TO WK-ACTION-KBN.
           MOVE CLP-YYYYMM TO WK-SHIME-YYYYMM.
           CLOSE PRM-FILE.
           IF WK-ACTION-KBN NOT = "1"
             DISPLAY "*** KUBM093 REOPEN RUN - NO REPORT ***"
             GO TO EXI
           END-IF.
           MOVE WK-SHIME-YYYYMM TO WK-YM-WORK.
           IF WK-SHIME-YYYYMM NOT NUMERIC
             OR WK-YM-MM < 1 OR WK-YM-MM > 12
             DISPLAY "*** KUBM093 ABEND INVALID YYYYMM="
                     WK-SHIME-YYYYMM
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-YM-MM TO WK-SHIME-MM.
           PERFORM CALC-TSUKI-SU-RTN.
           MOVE WK-YM-TSUKI-SU TO WK-SHIME-TSUKI-SU.
      *
      *    得意先名は得意先マスタから求める（無ければ空白）
           PERFORM OPEN-MSTR-RTN.
      *
           OPEN INPUT HST-FILE.
           IF WK-HST-FILE-ERR NOT = 00
             DISPLAY "*** KUBM093 ABEND NOT HST-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM093 ABEND NOT RPT-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
      *    取引途絶得意先は検出順に作業ファイルへ溜め、最後に印字する
           OPEN OUTPUT KYSW-FILE.
           IF WK-KYSW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM093 ABEND NOT KYSWK-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE WK-SHIME-YYYYMM TO WK-RPT-TITLE-YM.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
           ADD 1 TO RPT-CNT.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           MOVE "N" TO HST-END-FLG.
           PERFORM READ-HST-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    通算月数計算処理（WK-YM-WORKの年月を通算月数にする）
      ******************************************************************
       CALC-TSUKI-SU-RTN               SECTION.
           COMPUTE WK-YM-TSUKI-SU = WK-YM-YYYY * 12 + WK-YM-MM - 1.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （得意先マスタが参照できない場合は得意先名空白で印字する）
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
             DISPLAY "*** KUBM093 WARNING TOKMK NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売上履歴マスタ読み込み処理
      ******************************************************************
       READ-HST-RTN                    SECTION.
           READ HST-FILE
             AT END
               MOVE "Y" TO HST-END-FLG
             NOT AT END
               ADD 1 TO HST-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（得意先１件分）
      ******************************************************************
       MAIN-RTN                        SECTION.
           IF HST-EIGYO-COD NOT = WK-BREAK-EIGYO-COD
             IF WK-BREAK-EIGYO-COD NOT = HIGH-VALUE
               PERFORM WRITE-EIGYO-KEI-RTN
             END-IF
             MOVE HST-EIGYO-COD TO WK-BREAK-EIGYO-COD
           END-IF.
      *
           MOVE HST-KIJUN-YYYYMM TO WK-YM-WORK.
           PERFORM CALC-TSUKI-SU-RTN.
           MOVE WK-YM-TSUKI-SU TO WK-KIJUN-TSUKI-SU.
      *
      *    当月・前年同月
           MOVE WK-SHIME-TSUKI-SU TO WK-TGT-TSUKI-SU.
           PERFORM GET-KINGAKU-RTN.
           MOVE WK-KINGAKU TO WK-TOUGETSU.
           COMPUTE WK-TGT-TSUKI-SU = WK-SHIME-TSUKI-SU - 12.
           PERFORM GET-KINGAKU-RTN.
           MOVE WK-KINGAKU TO WK-ZENGETSU.
      *
      *    当年累計・前年同期累計（１月から締め月まで）
           MOVE ZERO TO WK-TOUNEN.
           MOVE ZERO TO WK-ZENNEN.
           PERFORM ADD-RUIKEI-RTN
             VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > WK-SHIME-MM.
      *
           PERFORM CHECK-KYUSHI-RTN.
      *
           IF WK-TOUGETSU NOT = ZERO OR WK-ZENGETSU NOT = ZERO
             OR WK-TOUNEN NOT = ZERO OR WK-ZENNEN NOT = ZERO
             PERFORM WRITE-LINE-RTN
           END-IF.
           PERFORM READ-HST-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    前年対比表明細出力処理（得意先１件分）
      ******************************************************************
       WRITE-LINE-RTN                  SECTION.
           MOVE HST-EIGYO-COD TO WK-RPT-EIGYO-COD.
           MOVE HST-TOKU-COD TO WK-RPT-TOKU-COD.
           PERFORM FIND-CUS-RTN.
           MOVE WK-TOUGETSU TO WK-RPT-TOUGETSU.
           MOVE WK-ZENGETSU TO WK-RPT-ZENGETSU.
           MOVE WK-TOUNEN TO WK-RPT-TOUNEN.
           MOVE WK-ZENNEN TO WK-RPT-ZENNEN.
           MOVE WK-TOUGETSU TO WK-NOBI-TOU.
           MOVE WK-ZENGETSU TO WK-NOBI-ZEN.
           PERFORM EDIT-NOBI-RTN.
           MOVE WK-NOBI-EDIT TO WK-RPT-NOBI-GETSU.
           MOVE WK-TOUNEN TO WK-NOBI-TOU.
           MOVE WK-ZENNEN TO WK-NOBI-ZEN.
           PERFORM EDIT-NOBI-RTN.
           MOVE WK-NOBI-EDIT TO WK-RPT-NOBI-NEN.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           ADD WK-TOUGETSU TO WK-EIGYO-TOUGETSU.
           ADD WK-ZENGETSU TO WK-EIGYO-ZENGETSU.
           ADD WK-TOUNEN TO WK-EIGYO-TOUNEN.
           ADD WK-ZENNEN TO WK-EIGYO-ZENNEN.
       EXI.
           EXIT.
      ******************************************************************
      *    月別売上取り出し処理
      *    （WK-TGT-TSUKI-SUの月の売上をWK-KINGAKUへ。履歴の２４か月
      *      の外の月はゼロとする）
      ******************************************************************
       GET-KINGAKU-RTN                 SECTION.
           MOVE ZERO TO WK-KINGAKU.
           COMPUTE WK-SLOT = WK-KIJUN-TSUKI-SU - WK-TGT-TSUKI-SU + 1.
           IF WK-SLOT < 1 OR WK-SLOT > 24
             GO TO EXI
           END-IF.
           MOVE HST-TSUKI-KINGAKU(WK-SLOT) TO WK-KINGAKU.
       EXI.
           EXIT.
      ******************************************************************
      *    累計加算処理（１か月分。WK-IDX月の当年・前年の売上を加算）
      ******************************************************************
       ADD-RUIKEI-RTN                  SECTION.
           COMPUTE WK-TGT-TSUKI-SU =
             WK-SHIME-TSUKI-SU - WK-SHIME-MM + WK-IDX.
           PERFORM GET-KINGAKU-RTN.
           ADD WK-KINGAKU TO WK-TOUNEN.
           SUBTRACT 12 FROM WK-TGT-TSUKI-SU.
           PERFORM GET-KINGAKU-RTN.
           ADD WK-KINGAKU TO WK-ZENNEN.
       EXI.
           EXIT.
      ******************************************************************
      *    取引途絶判定処理
      *    （直近の月に売上が無く、その前の月に売上のある得意先を
      *      取引途絶得意先テーブルへ加える）
      ******************************************************************
       CHECK-KYUSHI-RTN                SECTION.
           MOVE "N" TO WK-CHOKKIN-FLG.
           PERFORM CHECK-CHOKKIN-RTN
             VARYING WK-IDX FROM 0 BY 1
               UNTIL WK-IDX >= WK-KYUSHI-TSUKI.
           IF WK-CHOKKIN-FLG = "Y"
             GO TO EXI
           END-IF.
           MOVE ZERO TO WK-KAKO-KINGAKU.
           MOVE ZERO TO WK-SAISHU-YYYYMM.
           PERFORM ADD-KAKO-RTN
             VARYING WK-IDX FROM WK-KYUSHI-TSUKI BY 1
               UNTIL WK-IDX >= WK-KYUSHI-TSUKI + WK-KAKO-TSUKI.
           IF WK-SAISHU-YYYYMM = ZERO
             GO TO EXI
           END-IF.
           ADD 1 TO WK-KYS-CNT.
           MOVE WK-KYS-CNT TO KYSW-SEQ.
           MOVE HST-EIGYO-COD TO KYSW-EIGYO-COD.
           MOVE HST-TOKU-COD TO KYSW-TOKU-COD.
           PERFORM FIND-CUS-RTN.
           MOVE WK-RPT-TOKU-MEI TO KYSW-MEI.
           MOVE WK-SAISHU-YYYYMM TO KYSW-SAISHU-YM.
           MOVE WK-KAKO-KINGAKU TO KYSW-KINGAKU.
           WRITE KYSW-REC
             INVALID KEY
               DISPLAY "*** KUBM093 ABEND KYSWK DUPLICATE SEQ="
                       KYSW-SEQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-WRITE.
           ADD 1 TO WK-KYUSHI-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    直近月売上有無判定処理（１か月分。締め月からWK-IDXか月前）
      ******************************************************************
       CHECK-CHOKKIN-RTN               SECTION.
           COMPUTE WK-TGT-TSUKI-SU = WK-SHIME-TSUKI-SU - WK-IDX.
           PERFORM GET-KINGAKU-RTN.
           IF WK-KINGAKU NOT = ZERO
             MOVE "Y" TO WK-CHOKKIN-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    途絶前売上集計処理（１か月分。締め月からWK-IDXか月前。
      *      最初に売上のあった月を最終売上年月とする）
      ******************************************************************
       ADD-KAKO-RTN                    SECTION.
           COMPUTE WK-TGT-TSUKI-SU = WK-SHIME-TSUKI-SU - WK-IDX.
           PERFORM GET-KINGAKU-RTN.
           IF WK-KINGAKU = ZERO
             GO TO EXI
           END-IF.
           ADD WK-KINGAKU TO WK-KAKO-KINGAKU.
           IF WK-SAISHU-YYYYMM = ZERO
             COMPUTE WK-YM-YYYY = WK-TGT-TSUKI-SU / 12
             COMPUTE WK-YM-MM =
               WK-TGT-TSUKI-SU - WK-YM-YYYY * 12 + 1
             MOVE WK-YM-WORK TO WK-SAISHU-YYYYMM
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先名検索処理（結果はWK-RPT-TOKU-MEIへ設定する）
      ******************************************************************
       FIND-CUS-RTN                    SECTION.
           MOVE SPACE TO WK-RPT-TOKU-MEI.
           MOVE "N" TO WK-TKI-FOUND-FLG.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE "T" TO MSA-FUNC.
           MOVE HST-TOKU-COD TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-TOKM-DATA TO TOKM-REC
             MOVE "Y" TO WK-TKI-FOUND-FLG
             MOVE TOKM-TOKU-MEI TO WK-RPT-TOKU-MEI
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    伸び率編集処理
      *    （WK-NOBI-TOUのWK-NOBI-ZENに対する増減率を小数１桁で
      *      編集する。前年が無い場合は当年があれば「新規」）
      ******************************************************************
       EDIT-NOBI-RTN                   SECTION.
           MOVE SPACE TO WK-NOBI-EDIT.
           IF WK-NOBI-ZEN > ZERO
             COMPUTE WK-NOBI-RITSU ROUNDED =
               (WK-NOBI-TOU - WK-NOBI-ZEN) * 100 / WK-NOBI-ZEN
               ON SIZE ERROR
                 MOVE "  ******" TO WK-NOBI-EDIT
                 GO TO EXI
             END-COMPUTE
             IF WK-NOBI-RITSU > 99999.9
               MOVE "  ******" TO WK-NOBI-EDIT
             ELSE
               MOVE WK-NOBI-RITSU TO WK-NOBI-EDIT-E
             END-IF
             GO TO EXI
           END-IF.
           IF WK-NOBI-TOU > ZERO
             MOVE "  新規" TO WK-NOBI-EDIT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所計出力処理
      ******************************************************************
       WRITE-EIGYO-KEI-RTN             SECTION.
           MOVE SPACE TO WK-RPT-TOKU-COD.
           MOVE WK-BREAK-EIGYO-COD TO WK-RPT-EIGYO-COD.
           MOVE "　＊営業所計＊" TO WK-RPT-TOKU-MEI.
           MOVE WK-EIGYO-TOUGETSU TO WK-RPT-TOUGETSU.
           MOVE WK-EIGYO-ZENGETSU TO WK-RPT-ZENGETSU.
           MOVE WK-EIGYO-TOUNEN TO WK-RPT-TOUNEN.
           MOVE WK-EIGYO-ZENNEN TO WK-RPT-ZENNEN.
           MOVE WK-EIGYO-TOUGETSU TO WK-NOBI-TOU.
           MOVE WK-EIGYO-ZENGETSU TO WK-NOBI-ZEN.
           PERFORM EDIT-NOBI-RTN.
           MOVE WK-NOBI-EDIT TO WK-RPT-NOBI-GETSU.
           MOVE WK-EIGYO-TOUNEN TO WK-NOBI-TOU.
           MOVE WK-EIGYO-ZENNEN TO WK-NOBI-ZEN.
           PERFORM EDIT-NOBI-RTN.
           MOVE WK-NOBI-EDIT TO WK-RPT-NOBI-NEN.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           ADD WK-EIGYO-TOUGETSU TO WK-SOU-TOUGETSU.
           ADD WK-EIGYO-ZENGETSU TO WK-SOU-ZENGETSU.
           ADD WK-EIGYO-TOUNEN TO WK-SOU-TOUNEN.
           ADD WK-EIGYO-ZENNEN TO WK-SOU-ZENNEN.
           MOVE ZERO TO WK-EIGYO-TOUGETSU.
           MOVE ZERO TO WK-EIGYO-ZENGETSU.
           MOVE ZERO TO WK-EIGYO-TOUNEN.
           MOVE ZERO TO WK-EIGYO-ZENNEN.
       EXI.
           EXIT.
      ******************************************************************
      *    総合計出力処理
      ******************************************************************
       WRITE-SOU-KEI-RTN               SECTION.
           MOVE SPACE TO WK-RPT-EIGYO-COD.
           MOVE SPACE TO WK-RPT-TOKU-COD.
           MOVE "＊＊総合計＊＊" TO WK-RPT-TOKU-MEI.
           MOVE WK-SOU-TOUGETSU TO WK-RPT-TOUGETSU.
           MOVE WK-SOU-ZENGETSU TO WK-RPT-ZENGETSU.
           MOVE WK-SOU-TOUNEN TO WK-RPT-TOUNEN.
           MOVE WK-SOU-ZENNEN TO WK-RPT-ZENNEN.
           MOVE WK-SOU-TOUGETSU TO WK-NOBI-TOU.
           MOVE WK-SOU-ZENGETSU TO WK-NOBI-ZEN.
           PERFORM EDIT-NOBI-RTN.
           MOVE WK-NOBI-EDIT TO WK-RPT-NOBI-GETSU.
           MOVE WK-SOU-TOUNEN TO WK-NOBI-TOU.
           MOVE WK-SOU-ZENNEN TO WK-NOBI-ZEN.
           PERFORM EDIT-NOBI-RTN.
           MOVE WK-NOBI-EDIT TO WK-RPT-NOBI-NEN.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    取引途絶得意先出力処理
      ******************************************************************
       WRITE-KYUSHI-RTN                SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-KYS-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-KYS-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *    書き出した作業ファイルを読み直し、連番（検出順）に印字する
           CLOSE KYSW-FILE.
           OPEN INPUT KYSW-FILE.
           MOVE ZERO TO KYSW-SEQ.
           START KYSW-FILE KEY IS NOT LESS THAN KYSW-SEQ
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-KYSW-END-FLG.
           PERFORM WRITE-KYUSHI-ENT-RTN
             UNTIL WK-KYSW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    取引途絶得意先出力処理（１件分）
      ******************************************************************
       WRITE-KYUSHI-ENT-RTN            SECTION.
           READ KYSW-FILE NEXT
             AT END
               MOVE "Y" TO WK-KYSW-END-FLG
               GO TO EXI
           END-READ.
           MOVE KYSW-EIGYO-COD TO WK-KYS-EIGYO-COD.
           MOVE KYSW-TOKU-COD TO WK-KYS-TOKU-COD.
           MOVE KYSW-MEI TO WK-KYS-TOKU-MEI.
           MOVE KYSW-SAISHU-YM TO WK-KYS-SAISHU-YM.
           MOVE KYSW-KINGAKU TO WK-KYS-KINGAKU.
           MOVE WK-KYS-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（前年対比表）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
           ADD 1 TO RPT-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
           IF WK-ACTION-KBN = "1"
             IF WK-BREAK-EIGYO-COD NOT = HIGH-VALUE
               PERFORM WRITE-EIGYO-KEI-RTN
             END-IF
             PERFORM WRITE-SOU-KEI-RTN
             PERFORM WRITE-KYUSHI-RTN
             MOVE SPACE TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
             MOVE "取引途絶得意先" TO WK-CNT-LABEL
             MOVE WK-KYUSHI-CNT TO WK-CNT-VALUE
             MOVE WK-CNT-LINE TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
             CLOSE HST-FILE
             CLOSE RPT-FILE
             CLOSE KYSW-FILE
           END-IF.
           DISPLAY "*** KUBM093 HST=" HST-CNT.
           DISPLAY "*** KUBM093 STOPPED=" WK-KYUSHI-CNT.
           DISPLAY "*** KUBM093 RPT=" RPT-CNT.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM093 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM093" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE HST-CNT TO RNL-IN-CNT.
           MOVE RPT-CNT TO RNL-OUT-CNT.
           MOVE ZERO TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
