       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM091.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：与信限度見直し
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先別の見直し項目と請求書の支払期日を
      *    　　　　　　　　索引の作業ファイル（CUSWK・REGWK）へ展開して
      *    　　　　　　　　件数の上限を撤廃
      ******************************************************************
      *    四半期ごとの与信限度見直しのため、得意先マスタ（TOKM）の
      *    得意先ごとに次の項目を与信限度見直し表（RPT）へ印字し、
      *    パラメタ（CRPRM・KUCF135）の判定基準で増額・減額・据置
      *    を推奨する。
      *    　・与信限度額（TOKM-CREDIT-LIMIT）
      *    　・見直し期間中の最大与信額（売掛金残高マスタの世代
      *    　　（ARBHST・KUCF026）から、期間開始時点で有効だった
      *    　　残高と期間中に更新された残高の最大値。残高は年齢別
      *    　　バケット合計から未充当を差し引いた額とし、KUBM074が
      *    　　TOKM-OPEN-BALANCEへ反映する額と同じ）
      *    　・期間中の与信保留件数（与信保留決定台帳（HDR・
      *    　　KUCF073）の決定日が期間内の保留を受注単位で数える）
      *    　・期間中の平均遅延日数（入金トランザクション処理履歴
      *    　　（PAYHST）の入金を請求書発行台帳（REG）の支払期日と
      *    　　突き合わせる。KUBM088と同じ求め方）
      *    　・現在の６０日・９０日超バケット残高（ARB）
      *    与信管理者が承認（CRA・KUCF136）した推奨は、得意先マスタ
      *    保守トランザクション（MNT・KUCF022）の変更として出力し、
      *    KUBM050J（得意先マスタ保守）で監査リストとともに反映する。
      *    承認の誤り（マスタに無い得意先、推奨の無い得意先の推奨額
      *    承認、指定額の誤り、承認者・承認日の無いもの、重複）は
      *    見直し表へ印字してトランザクションを作らず、RETURN-CODE
      *    4とする。承認ファイルが無い実行は見直し表のみ作成する。
      *    得意先ごとの見直し項目は得意先コードをキーとする索引の
      *    作業ファイル（CUSWK）に、請求書ごとの支払期日は請求書
      *    番号をキーとする索引の作業ファイル（REGWK）に展開する
      *    ため、得意先数・請求書数に上限は無い。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL CRPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT TOKM-FILE
             ASSIGN TO EXTERNAL TOKM
               FILE STATUS IS WK-TOKM-FILE-ERR.
           SELECT ARB-FILE
             ASSIGN TO EXTERNAL ARB
               FILE STATUS IS WK-ARB-FILE-ERR.
           SELECT ARBH-FILE
             ASSIGN TO EXTERNAL ARBHST
               FILE STATUS IS WK-ARBH-FILE-ERR.
           SELECT REG-FILE
             ASSIGN TO EXTERNAL REG
               FILE STATUS IS WK-REG-FILE-ERR.
           SELECT PHS-FILE
             ASSIGN TO EXTERNAL PAYHST
               FILE STATUS IS WK-PHS-FILE-ERR.
           SELECT HDR-FILE
             ASSIGN TO EXTERNAL HDR
               FILE STATUS IS WK-HDR-FILE-ERR.
           SELECT CUSW-FILE
             ASSIGN TO EXTERNAL CUSWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSW-COD
               FILE STATUS IS WK-CUSW-FILE-ERR.
           SELECT REGW-FILE
             ASSIGN TO EXTERNAL REGWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGW-SEI-NO
               FILE STATUS IS WK-REGW-FILE-ERR.
           SELECT CRA-FILE
             ASSIGN TO EXTERNAL CRA
               FILE STATUS IS WK-CRA-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT MNT-FILE
             ASSIGN TO EXTERNAL MNT
               FILE STATUS IS WK-MNT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF135.
       FD  TOKM-FILE.
       01  TOKM-REC.
           COPY KUCF020.
       FD  ARB-FILE.
       01  ARB-REC.
           COPY KUCF026.
       FD  ARBH-FILE.
       01  ARBH-REC.
           COPY KUCF026
               REPLACING LEADING ==ARB== BY ==ARBH==.
       FD  REG-FILE.
       01  REG-REC.
           COPY KUCF029.
       FD  PHS-FILE.
       01  PHS-REC.
           COPY KUCF067.
       FD  HDR-FILE.
       01  HDR-REC.
           COPY KUCF073.
      *得意先作業ファイル（得意先マスタの順。見直し項目と推奨・
      *承認の結果を持つ）
      *  推奨区分：空白＝対象外　０＝据置　１＝増額　２＝減額
      *  承認区分：空白＝未決　１＝承認　９＝却下　Ｅ＝承認エラー
       FD  CUSW-FILE.
       01  CUSW-REC.
           03  CUSW-COD                PIC X(4).
           03  CUSW-MEI                PIC X(20).
           03  CUSW-STATUS             PIC X(1).
           03  CUSW-LIMIT              PIC S9(11).
           03  CUSW-PEAK               PIC S9(12).
           03  CUSW-PEAK-FLG           PIC X(1).
           03  CUSW-KAISHI-DATE        PIC 9(8).
           03  CUSW-KAISHI-ZAN         PIC S9(12).
           03  CUSW-KAISHI-FLG         PIC X(1).
           03  CUSW-HORYU-KENSU        PIC 9(5).
           03  CUSW-HORYU-KEY          PIC X(16).
           03  CUSW-CHIEN-TTL          PIC S9(9).
           03  CUSW-CHIEN-CNT          PIC 9(5).
           03  CUSW-CHIEN-AVG          PIC S9(4).
           03  CUSW-BAL-60             PIC S9(11).
           03  CUSW-BAL-90             PIC S9(11).
           03  CUSW-RIYORITSU          PIC 9(5).
           03  CUSW-SUISHO-KBN         PIC X(1).
           03  CUSW-SUISHO-LIMIT       PIC S9(11).
           03  CUSW-RIYU               PIC X(14).
           03  CUSW-SHONIN-KBN         PIC X(1).
           03  CUSW-SHONIN-LIMIT       PIC S9(11).
      *請求書作業ファイル（請求書番号ごとの支払期日）
       FD  REGW-FILE.
       01  REGW-REC.
           03  REGW-SEI-NO             PIC 9(8).
           03  REGW-DUE-DATE           PIC 9(8).
       FD  CRA-FILE.
       01  CRA-REC.
           COPY KUCF136.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(136).
       FD  MNT-FILE.
       01  MNT-OUT-REC                 PIC X(80).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARB-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBH-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REG-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-PHS-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-HDR-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CRA-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CUSW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-MNT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  TOKM-END-FLG                PIC X VALUE "Y".
       01  ARB-END-FLG                 PIC X VALUE "Y".
       01  ARBH-END-FLG                PIC X VALUE "Y".
       01  REG-END-FLG                 PIC X VALUE "Y".
       01  PHS-END-FLG                 PIC X VALUE "Y".
       01  HDR-END-FLG                 PIC X VALUE "Y".
       01  CRA-END-FLG                 PIC X VALUE "Y".
       01  WK-CUSW-END-FLG             PIC X VALUE "Y".
       01  TOKM-CNT                    PIC 9(10) VALUE ZERO.
       01  ARB-CNT                     PIC 9(10) VALUE ZERO.
       01  ARBH-CNT                    PIC 9(10) VALUE ZERO.
       01  REG-CNT                     PIC 9(10) VALUE ZERO.
       01  PHS-CNT                     PIC 9(10) VALUE ZERO.
       01  HDR-CNT                     PIC 9(10) VALUE ZERO.
       01  CRA-CNT                     PIC 9(10) VALUE ZERO.
       01  MNT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-JISSEKI-CNT              PIC 9(10) VALUE ZERO.
       01  WK-UP-CNT                   PIC 9(10) VALUE ZERO.
       01  WK-DN-CNT                   PIC 9(10) VALUE ZERO.
       01  WK-SUEOKI-CNT               PIC 9(10) VALUE ZERO.
       01  WK-TAISHOGAI-CNT            PIC 9(10) VALUE ZERO.
       01  WK-SHONIN-CNT               PIC 9(10) VALUE ZERO.
       01  WK-KYAKKA-CNT               PIC 9(10) VALUE ZERO.
       01  WK-CRA-ERR-CNT              PIC 9(10) VALUE ZERO.
       01  WK-CRA-FLG                  PIC X VALUE "N".
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
      *パラメタ（見直し期間と判定基準）
       01  WK-FROM-DATE                PIC 9(8) VALUE ZERO.
       01  WK-TO-DATE                  PIC 9(8) VALUE ZERO.
       01  WK-UP-RIYORITSU             PIC 9(3) VALUE 90.
       01  WK-UP-HORYU-KENSU           PIC 9(3) VALUE 1.
       01  WK-UP-CHIEN-MAX             PIC 9(3) VALUE 5.
       01  WK-UP-RITSU                 PIC 9(3) VALUE 20.
       01  WK-DN-CHIEN-MIN             PIC 9(3) VALUE 30.
       01  WK-DN-RIYORITSU             PIC 9(3) VALUE 30.
       01  WK-DN-RITSU                 PIC 9(3) VALUE 20.
       01  WK-MARUME-TANI              PIC 9(9) VALUE 100000.
      *既定の見直し期間（実行月の前月までの直近３か月）算出用
       01  WK-KIKAN-WORK.
           03  WK-KIKAN-YY             PIC 9(4).
           03  WK-KIKAN-MM             PIC 9(2).
           03  WK-KIKAN-DD             PIC 9(2).
       01  WK-KIKAN-DATE REDEFINES WK-KIKAN-WORK
                                       PIC 9(8).
       01  WK-KIKAN-TOTMM              PIC 9(6) VALUE ZERO.
       01  WK-KIKAN-INT                PIC 9(7) VALUE ZERO.
       01  WK-FROM-INT                 PIC 9(7) VALUE ZERO.
       01  WK-TO-INT                   PIC 9(7) VALUE ZERO.
      *
      *得意先作業ファイル・請求書作業ファイルの検索結果
       01  WK-CUS-FOUND-FLG            PIC X VALUE "N".
       01  WK-REG-FOUND-FLG            PIC X VALUE "N".
      *
      *承認テーブル（承認ファイルの内容と処理結果）
       01  WK-CRA-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-CRA-MAX                  PIC 9(4) VALUE 1000.
       01  WK-CRA-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-CRA-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-CRA-TBL.
           03  WK-CRA-ENT              OCCURS 1000 TIMES.
             05  WK-CRA-ENT-REC        PIC X(80).
             05  WK-CRA-ENT-SHORI-FLG  PIC X(1).
             05  WK-CRA-ENT-ERR-MSG    PIC X(20).
       01  WK-CRAW-REC.
           COPY KUCF136
               REPLACING LEADING ==CRA== BY ==WCRA==.
      *指定額の数字チェック用（右詰め数字の前の空白はゼロとみなす）
       01  WK-CRA-LIMIT-X              PIC X(11) VALUE SPACE.
       01  WK-CRA-LIMIT-N REDEFINES WK-CRA-LIMIT-X
                                       PIC 9(11).
       01  WK-CRA-LIMIT-IDX            PIC 9(2) VALUE ZERO.
       01  WK-CRA-LEAD-FLG             PIC X VALUE "N".
       01  WK-CRA-ERR-MSG              PIC X(20) VALUE SPACE.
      *
      *与信保留決定台帳の元明細参照用（KUCF010形式に展開する）
       01  WK-XITF-REC.
           COPY KUCF010
               REPLACING LEADING ==UF010== BY ==XUF010==.
       01  WK-HORYU-KEY.
           03  WK-HORYU-KEY-TOKU       PIC X(4).
           03  WK-HORYU-KEY-DATE       PIC X(8).
           03  WK-HORYU-KEY-NO         PIC 9(4).
      *
      *得意先マスタ保守トランザクション編集用
       01  WK-MNT-REC.
           COPY KUCF022.
       01  WK-MNT-LIMIT-N              PIC 9(11) VALUE ZERO.
      *
      *テーブル検索キーと計算用
       01  WK-SEARCH-NO                PIC 9(8) VALUE ZERO.
       01  WK-SEARCH-TOKU              PIC X(4) VALUE SPACE.
       01  WK-CHK-DATE                 PIC 9(8) VALUE ZERO.
       01  WK-DUE-INT                  PIC 9(7) VALUE ZERO.
       01  WK-PAY-INT                  PIC 9(7) VALUE ZERO.
       01  WK-ZANDAKA                  PIC S9(12) VALUE ZERO.
       01  WK-SHIN-LIMIT               PIC S9(13) VALUE ZERO.
       01  WK-TANI-SU                  PIC S9(13) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *入力チェック結果連絡領域（共通暦日チェックKUBS030の呼び出し用）
       01  WK-EDT-RESULT.
           COPY KUCF095.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *見直し表見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
             "＊＊＊　与信限度見直し表　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-PRM.
           03  FILLER                  PIC X(12) VALUE
             "見直し期間：".
           03  WK-RPT-PRM-FROM         PIC 9999/99/99.
           03  FILLER                  PIC X(2) VALUE "〜".
           03  WK-RPT-PRM-TO           PIC 9999/99/99.
      *
       01  WK-RPT-KIJUN-UP.
           03  FILLER                  PIC X(16) VALUE
             "増額基準：利用率".
           03  WK-RPT-UP-RIYORITSU     PIC ZZ9.
           03  FILLER                  PIC X(18) VALUE
             "％以上または保留".
           03  WK-RPT-UP-HORYU         PIC ZZ9.
           03  FILLER                  PIC X(20) VALUE
             "件以上で、平均遅延".
           03  WK-RPT-UP-CHIEN         PIC ZZ9.
           03  FILLER                  PIC X(30) VALUE
             "日以下・６０日超残高なし　→".
           03  WK-RPT-UP-RITSU         PIC ZZ9.
           03  FILLER                  PIC X(10) VALUE "％増額".
      *
       01  WK-RPT-KIJUN-DN.
           03  FILLER                  PIC X(18) VALUE
             "減額基準：平均遅延".
           03  WK-RPT-DN-CHIEN         PIC ZZ9.
           03  FILLER                  PIC X(34) VALUE
             "日以上・９０日超残高あり・利用率".
           03  WK-RPT-DN-RIYORITSU     PIC ZZ9.
           03  FILLER                  PIC X(12) VALUE
             "％未満　→".
           03  WK-RPT-DN-RITSU         PIC ZZ9.
           03  FILLER                  PIC X(16) VALUE
             "％減額（単位".
           03  WK-RPT-TANI             PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(6) VALUE "円）".
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "得意先名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(2) VALUE "状".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　与信限度額".
           03  FILLER                  PIC X(12) VALUE
             "　最大与信額".
           03  FILLER                  PIC X(6) VALUE "利用率".
           03  FILLER                  PIC X(4) VALUE "保留".
           03  FILLER                  PIC X(6) VALUE " 遅延".
           03  FILLER                  PIC X(12) VALUE
             "６０日残高　".
           03  FILLER                  PIC X(12) VALUE
             "９０日超残高".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "推奨".
           03  FILLER                  PIC X(12) VALUE
             "　　推奨額　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE "推奨理由".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "承認".
      *
      *見直し表明細行（得意先１件分）
       01  WK-RPT-LINE.
           03  WK-RPT-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-STATUS           PIC X(2).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-LIMIT            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-PEAK             PIC ---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-RIYORITSU        PIC X(4).
           03  WK-RPT-RIYORITSU-E REDEFINES WK-RPT-RIYORITSU
                                       PIC ZZZ9.
           03  FILLER                  PIC X(1) VALUE "%".
           03  WK-RPT-HORYU            PIC ZZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-CHIEN            PIC ---9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-BAL-60           PIC ---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-BAL-90           PIC ---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SUISHO           PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SUISHO-LIMIT     PIC X(11).
           03  WK-RPT-SUISHO-LIMIT-E REDEFINES WK-RPT-SUISHO-LIMIT
                                       PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-RIYU             PIC X(14).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SHONIN           PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SHONIN-LIMIT     PIC X(11).
           03  WK-RPT-SHONIN-LIMIT-E REDEFINES WK-RPT-SHONIN-LIMIT
                                       PIC ZZZ,ZZZ,ZZ9.
      *
      *承認エラー一覧
       01  WK-ERR-TITLE.
           03  FILLER                  PIC X(30) VALUE
             "＜承認エラー（未処理）＞".
      *
       01  WK-ERR-LINE.
           03  WK-ERR-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "区分：".
           03  WK-ERR-KBN              PIC X(1).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "指定額：".
           03  WK-ERR-LIMIT            PIC X(11).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "承認者：".
           03  WK-ERR-SHA              PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-ERR-MSG              PIC X(20).
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(24).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL WK-CUSW-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM091 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
      *
      *    パラメタは任意（無ければ直近３か月・既定の判定基準）
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR = 00
             READ PRM-FILE
               NOT AT END
                 PERFORM SET-PRM-RTN
             END-READ
             CLOSE PRM-FILE
           END-IF.
           IF WK-FROM-DATE = ZERO OR WK-TO-DATE = ZERO
             PERFORM SET-KIKAN-RTN
           END-IF.
           MOVE WK-FROM-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y"
             DISPLAY "*** KUBM091 ABEND FROM-DATE INVALID ("
               WK-FROM-DATE ") ***"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-TO-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y"
             OR WK-TO-DATE < WK-FROM-DATE
             DISPLAY "*** KUBM091 ABEND TO-DATE INVALID ("
               WK-TO-DATE ") ***"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           COMPUTE WK-FROM-INT = FUNCTION INTEGER-OF-DATE(WK-FROM-DATE).
           COMPUTE WK-TO-INT = FUNCTION INTEGER-OF-DATE(WK-TO-DATE).
           DISPLAY "*** KUBM091 FROM=" WK-FROM-DATE
                   " TO=" WK-TO-DATE.
      *
      *    見直し対象は得意先マスタの全得意先
           OPEN INPUT TOKM-FILE.
           IF WK-TOKM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM091 ABEND NOT TOKM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT CUSW-FILE.
           IF WK-CUSW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM091 ABEND NOT CUSWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO TOKM-END-FLG.
           PERFORM LOAD-TOKM-RTN
             UNTIL TOKM-END-FLG = "Y".
           CLOSE TOKM-FILE.
      *    以降の集計で更新するため、更新モードで使用する
           CLOSE CUSW-FILE.
           OPEN I-O CUSW-FILE.
      *
           PERFORM LOAD-ARB-RTN.
           PERFORM LOAD-ARBH-RTN.
           PERFORM LOAD-REG-RTN.
           PERFORM LOAD-PHS-RTN.
           PERFORM LOAD-HDR-RTN.
           PERFORM LOAD-CRA-RTN.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM091 ABEND NOT RPT-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT MNT-FILE.
           IF WK-MNT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM091 ABEND NOT MNT-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
           MOVE WK-FROM-DATE TO WK-RPT-PRM-FROM.
           MOVE WK-TO-DATE TO WK-RPT-PRM-TO.
           MOVE WK-RPT-PRM TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-UP-RIYORITSU TO WK-RPT-UP-RIYORITSU.
           MOVE WK-UP-HORYU-KENSU TO WK-RPT-UP-HORYU.
           MOVE WK-UP-CHIEN-MAX TO WK-RPT-UP-CHIEN.
           MOVE WK-UP-RITSU TO WK-RPT-UP-RITSU.
           MOVE WK-RPT-KIJUN-UP TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-DN-CHIEN-MIN TO WK-RPT-DN-CHIEN.
           MOVE WK-DN-RIYORITSU TO WK-RPT-DN-RIYORITSU.
           MOVE WK-DN-RITSU TO WK-RPT-DN-RITSU.
           MOVE WK-MARUME-TANI TO WK-RPT-TANI.
           MOVE WK-RPT-KIJUN-DN TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
      *    得意先作業ファイルを先頭から得意先コード順に読む
           MOVE LOW-VALUE TO CUSW-COD.
           START CUSW-FILE KEY IS NOT LESS THAN CUSW-COD
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-CUSW-END-FLG.
           PERFORM READ-CUSW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    パラメタ設定処理（ゼロ・空白の項目は既定値のまま）
      ******************************************************************
       SET-PRM-RTN                     SECTION.
           IF CRP-FROM-DATE NUMERIC
             AND CRP-TO-DATE NUMERIC
             MOVE CRP-FROM-DATE TO WK-FROM-DATE
             MOVE CRP-TO-DATE TO WK-TO-DATE
           END-IF.
           IF CRP-UP-RIYORITSU NUMERIC
             AND CRP-UP-RIYORITSU NOT = ZERO
             MOVE CRP-UP-RIYORITSU TO WK-UP-RIYORITSU
           END-IF.
           IF CRP-UP-HORYU-KENSU NUMERIC
             AND CRP-UP-HORYU-KENSU NOT = ZERO
             MOVE CRP-UP-HORYU-KENSU TO WK-UP-HORYU-KENSU
           END-IF.
           IF CRP-UP-CHIEN-MAX NUMERIC
             AND CRP-UP-CHIEN-MAX NOT = ZERO
             MOVE CRP-UP-CHIEN-MAX TO WK-UP-CHIEN-MAX
           END-IF.
           IF CRP-UP-RITSU NUMERIC
             AND CRP-UP-RITSU NOT = ZERO
             MOVE CRP-UP-RITSU TO WK-UP-RITSU
           END-IF.
           IF CRP-DN-CHIEN-MIN NUMERIC
             AND CRP-DN-CHIEN-MIN NOT = ZERO
             MOVE CRP-DN-CHIEN-MIN TO WK-DN-CHIEN-MIN
           END-IF.
           IF CRP-DN-RIYORITSU NUMERIC
             AND CRP-DN-RIYORITSU NOT = ZERO
             MOVE CRP-DN-RIYORITSU TO WK-DN-RIYORITSU
           END-IF.
           IF CRP-DN-RITSU NUMERIC
             AND CRP-DN-RITSU NOT = ZERO
             MOVE CRP-DN-RITSU TO WK-DN-RITSU
           END-IF.
           IF CRP-MARUME-TANI NUMERIC
             AND CRP-MARUME-TANI NOT = ZERO
             MOVE CRP-MARUME-TANI TO WK-MARUME-TANI
           END-IF.
      *    減額率は１００％未満とする（限度額をゼロにすると与信
      *    チェックそのものが外れるため）
           IF WK-DN-RITSU > 99
             DISPLAY "*** KUBM091 WARNING DN-RITSU " WK-DN-RITSU
               " OVER MAX, 99 USED ***"
             MOVE 99 TO WK-DN-RITSU
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    既定の見直し期間設定処理
      *    （実行月の３か月前の１日から前月末日まで）
      ******************************************************************
       SET-KIKAN-RTN                   SECTION.
           MOVE WK-TODAY TO WK-KIKAN-WORK.
           COMPUTE WK-KIKAN-TOTMM =
             WK-KIKAN-YY * 12 + WK-KIKAN-MM - 1.
           MOVE 1 TO WK-KIKAN-DD.
           COMPUTE WK-KIKAN-INT =
             FUNCTION INTEGER-OF-DATE(WK-KIKAN-DATE) - 1.
           COMPUTE WK-TO-DATE = FUNCTION DATE-OF-INTEGER(WK-KIKAN-INT).
           SUBTRACT 3 FROM WK-KIKAN-TOTMM.
           COMPUTE WK-KIKAN-YY = WK-KIKAN-TOTMM / 12.
           COMPUTE WK-KIKAN-MM =
             WK-KIKAN-TOTMM - WK-KIKAN-YY * 12 + 1.
           MOVE 1 TO WK-KIKAN-DD.
           MOVE WK-KIKAN-WORK TO WK-FROM-DATE.
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
      *    得意先マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-TOKM-RTN                   SECTION.
           READ TOKM-FILE
             AT END
               MOVE "Y" TO TOKM-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO TOKM-CNT.
           MOVE SPACE TO CUSW-REC.
           MOVE ZERO TO CUSW-LIMIT.
           MOVE ZERO TO CUSW-PEAK.
           MOVE ZERO TO CUSW-KAISHI-DATE.
           MOVE ZERO TO CUSW-KAISHI-ZAN.
           MOVE ZERO TO CUSW-HORYU-KENSU.
           MOVE ZERO TO CUSW-CHIEN-TTL.
           MOVE ZERO TO CUSW-CHIEN-CNT.
           MOVE ZERO TO CUSW-CHIEN-AVG.
           MOVE ZERO TO CUSW-BAL-60.
           MOVE ZERO TO CUSW-BAL-90.
           MOVE ZERO TO CUSW-RIYORITSU.
           MOVE ZERO TO CUSW-SUISHO-LIMIT.
           MOVE ZERO TO CUSW-SHONIN-LIMIT.
           MOVE TOKM-TOKU-COD TO CUSW-COD.
           MOVE TOKM-TOKU-MEI TO CUSW-MEI.
           MOVE TOKM-STATUS-KBN TO CUSW-STATUS.
           IF TOKM-CREDIT-LIMIT NUMERIC
             MOVE TOKM-CREDIT-LIMIT TO CUSW-LIMIT
           END-IF.
           MOVE "N" TO CUSW-PEAK-FLG.
           MOVE "N" TO CUSW-KAISHI-FLG.
           WRITE CUSW-REC
             INVALID KEY
               DISPLAY "*** KUBM091 ABEND DUPLICATE TOKU-COD="
                       TOKM-TOKU-COD " IN TOKM"
               MOVE 16 TO RETURN-CODE
               CLOSE TOKM-FILE
               CLOSE CUSW-FILE
               STOP RUN
           END-WRITE.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ（現在）読み込み処理
      *    （６０日・９０日超バケットの現在残高を得意先へ設定する）
      ******************************************************************
       LOAD-ARB-RTN                    SECTION.
           OPEN INPUT ARB-FILE.
           IF WK-ARB-FILE-ERR = 00
             MOVE "N" TO ARB-END-FLG
             PERFORM LOAD-ARB-READ-RTN
               UNTIL ARB-END-FLG = "Y"
             CLOSE ARB-FILE
           ELSE
             DISPLAY "*** KUBM091 WARNING ARB NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ（現在）読み込み処理（１件分）
      ******************************************************************
       LOAD-ARB-READ-RTN               SECTION.
           READ ARB-FILE
             AT END
               MOVE "Y" TO ARB-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO ARB-CNT.
           MOVE ARB-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-RTN.
           IF WK-CUS-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE ARB-BAL-60 TO CUSW-BAL-60.
           MOVE ARB-BAL-90 TO CUSW-BAL-90.
           REWRITE CUSW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ（世代）読み込み処理
      *    （全世代を連結して読む。最終更新日が期間開始より前の
      *      レコードのうち最も新しいものを期間開始時点の残高とし、
      *      期間中に更新されたレコードの残高との最大値を最大与信額
      *      とする。期間終了後に更新されたレコードは使わない）
      ******************************************************************
       LOAD-ARBH-RTN                   SECTION.
           OPEN INPUT ARBH-FILE.
           IF WK-ARBH-FILE-ERR = 00
             MOVE "N" TO ARBH-END-FLG
             PERFORM LOAD-ARBH-READ-RTN
               UNTIL ARBH-END-FLG = "Y"
             CLOSE ARBH-FILE
           ELSE
             DISPLAY "*** KUBM091 WARNING ARBHST NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ（世代）読み込み処理（１件分）
      ******************************************************************
       LOAD-ARBH-READ-RTN              SECTION.
           READ ARBH-FILE
             AT END
               MOVE "Y" TO ARBH-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO ARBH-CNT.
           MOVE ARBH-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-RTN.
           IF WK-CUS-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           IF ARBH-LAST-DATE NOT NUMERIC
             MOVE ZERO TO ARBH-LAST-DATE
           END-IF.
           IF ARBH-LAST-DATE > WK-TO-DATE
             GO TO EXI
           END-IF.
           COMPUTE WK-ZANDAKA = ARBH-BAL-CUR + ARBH-BAL-30
             + ARBH-BAL-60 + ARBH-BAL-90 - ARBH-UNAPPLIED.
      *
           IF ARBH-LAST-DATE < WK-FROM-DATE
             IF CUSW-KAISHI-FLG = "N"
               OR ARBH-LAST-DATE > CUSW-KAISHI-DATE
               MOVE "Y" TO CUSW-KAISHI-FLG
               MOVE ARBH-LAST-DATE TO CUSW-KAISHI-DATE
               MOVE WK-ZANDAKA TO CUSW-KAISHI-ZAN
               REWRITE CUSW-REC
             END-IF
             GO TO EXI
           END-IF.
      *
           IF CUSW-PEAK-FLG = "N"
             OR WK-ZANDAKA > CUSW-PEAK
             MOVE "Y" TO CUSW-PEAK-FLG
             MOVE WK-ZANDAKA TO CUSW-PEAK
             REWRITE CUSW-REC
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    最大与信額確定処理（得意先１件分。期間開始時点の残高を
      *      期間中の最大値と比べる）
      ******************************************************************
       SET-PEAK-RTN                    SECTION.
           IF CUSW-KAISHI-FLG = "N"
             GO TO EXI
           END-IF.
           IF CUSW-PEAK-FLG = "N"
             OR CUSW-KAISHI-ZAN > CUSW-PEAK
             MOVE "Y" TO CUSW-PEAK-FLG
             MOVE CUSW-KAISHI-ZAN TO CUSW-PEAK
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理
      *    （支払期日のある請求書を請求書作業ファイルへ展開する）
      ******************************************************************
       LOAD-REG-RTN                    SECTION.
           OPEN OUTPUT REGW-FILE.
           IF WK-REGW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM091 ABEND NOT REGWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT REG-FILE.
           IF WK-REG-FILE-ERR = 00
             MOVE "N" TO REG-END-FLG
             PERFORM LOAD-REG-READ-RTN
               UNTIL REG-END-FLG = "Y"
             CLOSE REG-FILE
           ELSE
             DISPLAY "*** KUBM091 WARNING REG NOT AVAILABLE ***"
           END-IF.
      *
      *    以降は請求書番号での検索にだけ使用する
           CLOSE REGW-FILE.
           OPEN INPUT REGW-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理（１件分）
      ******************************************************************
       LOAD-REG-READ-RTN               SECTION.
           READ REG-FILE
             AT END
               MOVE "Y" TO REG-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO REG-CNT.
           IF REG-DUE-DATE NOT NUMERIC
             OR REG-DUE-DATE = ZERO
             GO TO EXI
           END-IF.
      *    同じ請求書番号が重ねてある場合は最初のものを使う
           MOVE REG-SEI-NO TO REGW-SEI-NO.
           MOVE REG-DUE-DATE TO REGW-DUE-DATE.
           WRITE REGW-REC
             INVALID KEY
               CONTINUE
           END-WRITE.
       EXI.
           EXIT.
      ******************************************************************
      *    入金トランザクション処理履歴読み込み処理
      *    （見直し期間内の入金について、入金参照番号の請求書の支払
      *      期日から入金日までの日数を得意先ごとに積み上げ、平均
      *      遅延日数を求める）
      ******************************************************************
       LOAD-PHS-RTN                    SECTION.
           OPEN INPUT PHS-FILE.
           IF WK-PHS-FILE-ERR = 00
             MOVE "N" TO PHS-END-FLG
             PERFORM LOAD-PHS-READ-RTN
               UNTIL PHS-END-FLG = "Y"
             CLOSE PHS-FILE
           ELSE
             DISPLAY "*** KUBM091 WARNING PAYHST NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    入金トランザクション処理履歴読み込み処理（１件分）
      ******************************************************************
       LOAD-PHS-READ-RTN               SECTION.
           READ PHS-FILE
             AT END
               MOVE "Y" TO PHS-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO PHS-CNT.
           IF PHS-PAY-REF(1:8) NOT NUMERIC
             OR PHS-PAY-REF(1:8) = "00000000"
             GO TO EXI
           END-IF.
           MOVE PHS-PAY-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y"
             GO TO EXI
           END-IF.
           COMPUTE WK-PAY-INT = FUNCTION INTEGER-OF-DATE(PHS-PAY-DATE).
           IF WK-PAY-INT < WK-FROM-INT
             OR WK-PAY-INT > WK-TO-INT
             GO TO EXI
           END-IF.
      *
           MOVE PHS-PAY-REF(1:8) TO WK-SEARCH-NO.
           PERFORM FIND-REG-RTN.
           IF WK-REG-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE REGW-DUE-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y"
             GO TO EXI
           END-IF.
           COMPUTE WK-DUE-INT = FUNCTION INTEGER-OF-DATE(WK-CHK-DATE).
      *
           MOVE PHS-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-RTN.
           IF WK-CUS-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           COMPUTE CUSW-CHIEN-TTL =
             CUSW-CHIEN-TTL + WK-PAY-INT - WK-DUE-INT.
           ADD 1 TO CUSW-CHIEN-CNT.
           REWRITE CUSW-REC.
           ADD 1 TO WK-JISSEKI-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    平均遅延日数計算処理（得意先１件分。実績の無い得意先は
      *      ゼロ＝期日どおりとする）
      ******************************************************************
       COMPUTE-AVG-RTN                 SECTION.
           MOVE ZERO TO CUSW-CHIEN-AVG.
           IF CUSW-CHIEN-CNT > ZERO
             COMPUTE CUSW-CHIEN-AVG ROUNDED =
               CUSW-CHIEN-TTL / CUSW-CHIEN-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    与信保留決定台帳読み込み処理
      *    （決定日が見直し期間内の保留を、得意先ごとに受注単位で
      *      数える。台帳は追記順のため同じ受注の明細は連続する）
      ******************************************************************
       LOAD-HDR-RTN                    SECTION.
           OPEN INPUT HDR-FILE.
           IF WK-HDR-FILE-ERR = 00
             MOVE "N" TO HDR-END-FLG
             PERFORM LOAD-HDR-READ-RTN
               UNTIL HDR-END-FLG = "Y"
             CLOSE HDR-FILE
           ELSE
             DISPLAY "*** KUBM091 WARNING HDR NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    与信保留決定台帳読み込み処理（１件分）
      ******************************************************************
       LOAD-HDR-READ-RTN               SECTION.
           READ HDR-FILE
             AT END
               MOVE "Y" TO HDR-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO HDR-CNT.
           IF HDR-DECISION-DATE NOT NUMERIC
             OR HDR-DECISION-DATE < WK-FROM-DATE
             OR HDR-DECISION-DATE > WK-TO-DATE
             GO TO EXI
           END-IF.
           MOVE HDR-ITF-REC TO WK-XITF-REC.
           MOVE XUF010-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-RTN.
           IF WK-CUS-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE XUF010-TOKU-COD TO WK-HORYU-KEY-TOKU.
           MOVE XUF010-JUCHU-DATE TO WK-HORYU-KEY-DATE.
           MOVE XUF010-JUCHU-NO TO WK-HORYU-KEY-NO.
           IF WK-HORYU-KEY = CUSW-HORYU-KEY
             GO TO EXI
           END-IF.
           MOVE WK-HORYU-KEY TO CUSW-HORYU-KEY.
           ADD 1 TO CUSW-HORYU-KENSU.
           REWRITE CUSW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    承認ファイル読み込み処理（無い場合は見直し表のみ作成）
      ******************************************************************
       LOAD-CRA-RTN                    SECTION.
           OPEN INPUT CRA-FILE.
           IF WK-CRA-FILE-ERR = 00
             MOVE "Y" TO WK-CRA-FLG
             MOVE "N" TO CRA-END-FLG
             PERFORM LOAD-CRA-READ-RTN
               UNTIL CRA-END-FLG = "Y"
             CLOSE CRA-FILE
           ELSE
             DISPLAY "*** KUBM091 CRA NOT AVAILABLE - REVIEW ONLY ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    承認ファイル読み込み処理（１件分）
      ******************************************************************
       LOAD-CRA-READ-RTN               SECTION.
           READ CRA-FILE
             AT END
               MOVE "Y" TO CRA-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO CRA-CNT.
           IF WK-CRA-CNT >= WK-CRA-MAX
             DISPLAY "*** KUBM091 ABEND CRA TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WK-CRA-CNT.
           MOVE CRA-REC TO WK-CRA-ENT-REC(WK-CRA-CNT).
           MOVE "N" TO WK-CRA-ENT-SHORI-FLG(WK-CRA-CNT).
           MOVE SPACE TO WK-CRA-ENT-ERR-MSG(WK-CRA-CNT).
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
      *    請求書作業ファイル検索処理
      *    （WK-SEARCH-NOの請求書をREGW-RECへ読み込む）
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
      *    メイン処理（得意先１件分。推奨を判定し、承認があれば
      *      保守トランザクションを出力して見直し表へ印字する）
      ******************************************************************
       MAIN-RTN                        SECTION.
           PERFORM SET-PEAK-RTN.
           PERFORM COMPUTE-AVG-RTN.
           PERFORM SUISHO-RTN.
           IF CUSW-SUISHO-KBN = SPACE
             ADD 1 TO WK-TAISHOGAI-CNT
           END-IF.
           IF CUSW-SUISHO-KBN = "0"
             ADD 1 TO WK-SUEOKI-CNT
           END-IF.
           IF CUSW-SUISHO-KBN = "1"
             ADD 1 TO WK-UP-CNT
           END-IF.
           IF CUSW-SUISHO-KBN = "2"
             ADD 1 TO WK-DN-CNT
           END-IF.
           PERFORM SHONIN-RTN.
           PERFORM WRITE-LINE-RTN.
           PERFORM READ-CUSW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    推奨判定処理
      *    （取引停止中・与信限度額の無い得意先は対象外。リスクに
      *      よる減額を増額より優先し、次に利用率低による減額を
      *      判定する。推奨額が現在の限度額と同じになる場合は据置）
      ******************************************************************
       SUISHO-RTN                      SECTION.
           MOVE SPACE TO CUSW-SUISHO-KBN.
           MOVE ZERO TO CUSW-SUISHO-LIMIT.
           MOVE SPACE TO CUSW-RIYU.
           MOVE ZERO TO CUSW-RIYORITSU.
           IF CUSW-STATUS = "3"
             MOVE "取引停止中" TO CUSW-RIYU
             GO TO EXI
           END-IF.
           IF CUSW-LIMIT NOT > ZERO
             MOVE "限度額未設定" TO CUSW-RIYU
             GO TO EXI
           END-IF.
           IF CUSW-PEAK > ZERO
             COMPUTE WK-SHIN-LIMIT =
               CUSW-PEAK * 100 / CUSW-LIMIT
             IF WK-SHIN-LIMIT > 99999
               MOVE 99999 TO CUSW-RIYORITSU
             ELSE
               MOVE WK-SHIN-LIMIT TO CUSW-RIYORITSU
             END-IF
           END-IF.
      *
      *    支払遅延・９０日超残高による減額
           IF CUSW-CHIEN-AVG >= WK-DN-CHIEN-MIN
             OR CUSW-BAL-90 > ZERO
             IF CUSW-BAL-90 > ZERO
               MOVE "９０日超残高" TO CUSW-RIYU
             ELSE
               MOVE "支払遅延" TO CUSW-RIYU
             END-IF
             PERFORM GENGAKU-RTN
             GO TO EXI
           END-IF.
      *
      *    利用率高・与信保留発生による増額（保留中の得意先は除く）
           IF CUSW-STATUS NOT = "2"
             AND (CUSW-RIYORITSU >= WK-UP-RIYORITSU
               OR CUSW-HORYU-KENSU >= WK-UP-HORYU-KENSU)
             AND CUSW-CHIEN-AVG <= WK-UP-CHIEN-MAX
             AND CUSW-BAL-60 NOT > ZERO
             IF CUSW-RIYORITSU >= WK-UP-RIYORITSU
               MOVE "利用率高" TO CUSW-RIYU
             ELSE
               MOVE "与信保留発生" TO CUSW-RIYU
             END-IF
             PERFORM ZOGAKU-RTN
             GO TO EXI
           END-IF.
      *
      *    利用率低による減額（最大与信額は下回らない）
           IF CUSW-RIYORITSU < WK-DN-RIYORITSU
             MOVE "利用率低" TO CUSW-RIYU
             PERFORM GENGAKU-RTN
             IF CUSW-SUISHO-KBN = "2"
               AND CUSW-SUISHO-LIMIT < CUSW-PEAK
               COMPUTE WK-TANI-SU =
                 (CUSW-PEAK + WK-MARUME-TANI - 1)
                 / WK-MARUME-TANI
               COMPUTE WK-SHIN-LIMIT = WK-TANI-SU * WK-MARUME-TANI
               PERFORM SET-SUISHO-RTN
             END-IF
             IF CUSW-SUISHO-KBN = "2"
               GO TO EXI
             END-IF
           END-IF.
      *
           MOVE "0" TO CUSW-SUISHO-KBN.
           MOVE CUSW-LIMIT TO CUSW-SUISHO-LIMIT.
           MOVE SPACE TO CUSW-RIYU.
       EXI.
           EXIT.
      ******************************************************************
      *    増額額計算処理（増額率で増額し丸め単位に切り上げる）
      ******************************************************************
       ZOGAKU-RTN                      SECTION.
           COMPUTE WK-SHIN-LIMIT =
             CUSW-LIMIT * (100 + WK-UP-RITSU) / 100.
           COMPUTE WK-TANI-SU =
             (WK-SHIN-LIMIT + WK-MARUME-TANI - 1) / WK-MARUME-TANI.
           COMPUTE WK-SHIN-LIMIT = WK-TANI-SU * WK-MARUME-TANI.
           MOVE "1" TO CUSW-SUISHO-KBN.
           PERFORM SET-SUISHO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    減額額計算処理（減額率で減額し丸め単位に切り捨てる。
      *      丸め単位を下回る場合は丸め単位とする）
      ******************************************************************
       GENGAKU-RTN                     SECTION.
           COMPUTE WK-SHIN-LIMIT =
             CUSW-LIMIT * (100 - WK-DN-RITSU) / 100.
           COMPUTE WK-TANI-SU = WK-SHIN-LIMIT / WK-MARUME-TANI.
           COMPUTE WK-SHIN-LIMIT = WK-TANI-SU * WK-MARUME-TANI.
           IF WK-SHIN-LIMIT < WK-MARUME-TANI
             MOVE WK-MARUME-TANI TO WK-SHIN-LIMIT
           END-IF.
           MOVE "2" TO CUSW-SUISHO-KBN.
           PERFORM SET-SUISHO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    推奨額設定処理（WK-SHIN-LIMITを推奨額とする。現在の限度額
      *      と変わらない場合は据置とする）
      ******************************************************************
       SET-SUISHO-RTN                  SECTION.
           IF WK-SHIN-LIMIT > 99999999999
             MOVE 99999999999 TO WK-SHIN-LIMIT
           END-IF.
           MOVE WK-SHIN-LIMIT TO CUSW-SUISHO-LIMIT.
           IF WK-SHIN-LIMIT = CUSW-LIMIT
             MOVE "0" TO CUSW-SUISHO-KBN
             MOVE SPACE TO CUSW-RIYU
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    承認処理
      *    （得意先の承認レコードを検証し、承認されたものは得意先
      *      マスタ保守トランザクション（変更・与信限度額のみ）を
      *      出力する）
      ******************************************************************
       SHONIN-RTN                      SECTION.
           IF WK-CRA-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE ZERO TO WK-CRA-MATCH-IDX.
           PERFORM CHECK-CRA-ENT-RTN
             VARYING WK-CRA-IDX FROM 1 BY 1
               UNTIL WK-CRA-IDX > WK-CRA-CNT.
           IF WK-CRA-MATCH-IDX = ZERO
             GO TO EXI
           END-IF.
      *
           MOVE WK-CRA-ENT-REC(WK-CRA-MATCH-IDX) TO WK-CRAW-REC.
           MOVE SPACE TO WK-CRA-ERR-MSG.
           IF WCRA-SHONIN-SHA = SPACE
             OR WCRA-SHONIN-DATE NOT NUMERIC
             OR WCRA-SHONIN-DATE = ZERO
             MOVE "承認者・承認日なし" TO WK-CRA-ERR-MSG
             PERFORM SET-CRA-ERR-RTN
             GO TO EXI
           END-IF.
           IF WCRA-SHONIN-KYAKKA
             MOVE "9" TO CUSW-SHONIN-KBN
             ADD 1 TO WK-KYAKKA-CNT
             GO TO EXI
           END-IF.
           IF WCRA-SHONIN-TEIAN
             IF CUSW-SUISHO-KBN NOT = "1"
               AND CUSW-SUISHO-KBN NOT = "2"
               MOVE "推奨なし" TO WK-CRA-ERR-MSG
               PERFORM SET-CRA-ERR-RTN
               GO TO EXI
             END-IF
             MOVE CUSW-SUISHO-LIMIT
               TO WK-MNT-LIMIT-N
           ELSE
             IF NOT WCRA-SHONIN-SHITEI
               MOVE "承認区分不正" TO WK-CRA-ERR-MSG
               PERFORM SET-CRA-ERR-RTN
               GO TO EXI
             END-IF
             MOVE WCRA-CREDIT-LIMIT TO WK-CRA-LIMIT-X
             MOVE "Y" TO WK-CRA-LEAD-FLG
             PERFORM FILL-CRA-LIMIT-RTN
               VARYING WK-CRA-LIMIT-IDX FROM 1 BY 1
                 UNTIL WK-CRA-LIMIT-IDX > 11
             IF WK-CRA-LIMIT-X NOT NUMERIC
               OR WK-CRA-LIMIT-N = ZERO
               MOVE "指定額不正" TO WK-CRA-ERR-MSG
               PERFORM SET-CRA-ERR-RTN
               GO TO EXI
             END-IF
             MOVE WK-CRA-LIMIT-N TO WK-MNT-LIMIT-N
           END-IF.
      *
           MOVE SPACE TO WK-MNT-REC.
           MOVE "2" TO MNT-ACTION-KBN.
           MOVE CUSW-COD TO MNT-TOKU-COD.
           MOVE WK-MNT-LIMIT-N TO MNT-CREDIT-LIMIT.
           MOVE WK-MNT-REC TO MNT-OUT-REC.
           WRITE MNT-OUT-REC.
           ADD 1 TO MNT-CNT.
           MOVE "1" TO CUSW-SHONIN-KBN.
           MOVE WK-MNT-LIMIT-N TO CUSW-SHONIN-LIMIT.
           ADD 1 TO WK-SHONIN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    指定額前ゼロ補完処理（１桁分。最初の空白以外の桁までの
      *      空白をゼロとする）
      ******************************************************************
       FILL-CRA-LIMIT-RTN              SECTION.
           IF WK-CRA-LEAD-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           IF WK-CRA-LIMIT-X(WK-CRA-LIMIT-IDX:1) = SPACE
             MOVE "0" TO WK-CRA-LIMIT-X(WK-CRA-LIMIT-IDX:1)
           ELSE
             MOVE "N" TO WK-CRA-LEAD-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    承認テーブル検索処理（テーブル１件分の比較。同じ得意先の
      *      承認が複数ある場合は重複エラーとし、最後の１件で判定
      *      する）
      ******************************************************************
       CHECK-CRA-ENT-RTN               SECTION.
           IF WK-CRA-ENT-REC(WK-CRA-IDX)(1:4)
                NOT = CUSW-COD
             GO TO EXI
           END-IF.
           IF WK-CRA-MATCH-IDX NOT = ZERO
             MOVE "Y" TO WK-CRA-ENT-SHORI-FLG(WK-CRA-MATCH-IDX)
             MOVE "承認の重複"
               TO WK-CRA-ENT-ERR-MSG(WK-CRA-MATCH-IDX)
             ADD 1 TO WK-CRA-ERR-CNT
           END-IF.
           MOVE WK-CRA-IDX TO WK-CRA-MATCH-IDX.
           MOVE "Y" TO WK-CRA-ENT-SHORI-FLG(WK-CRA-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    承認エラー設定処理
      ******************************************************************
       SET-CRA-ERR-RTN                 SECTION.
           MOVE WK-CRA-ERR-MSG TO WK-CRA-ENT-ERR-MSG(WK-CRA-MATCH-IDX).
           MOVE "E" TO CUSW-SHONIN-KBN.
           ADD 1 TO WK-CRA-ERR-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    見直し表明細出力処理（得意先１件分）
      ******************************************************************
       WRITE-LINE-RTN                  SECTION.
           MOVE CUSW-COD TO WK-RPT-TOKU-COD.
           MOVE CUSW-MEI TO WK-RPT-TOKU-MEI.
           MOVE SPACE TO WK-RPT-STATUS.
           IF CUSW-STATUS = "2"
             MOVE "保" TO WK-RPT-STATUS
           END-IF.
           IF CUSW-STATUS = "3"
             MOVE "停" TO WK-RPT-STATUS
           END-IF.
           MOVE CUSW-LIMIT TO WK-RPT-LIMIT.
           MOVE CUSW-PEAK TO WK-RPT-PEAK.
           IF CUSW-LIMIT > ZERO
             AND CUSW-RIYORITSU <= 9999
             MOVE CUSW-RIYORITSU
               TO WK-RPT-RIYORITSU-E
           ELSE
             MOVE "****" TO WK-RPT-RIYORITSU
           END-IF.
           IF CUSW-LIMIT NOT > ZERO
             MOVE SPACE TO WK-RPT-RIYORITSU
           END-IF.
           MOVE CUSW-HORYU-KENSU TO WK-RPT-HORYU.
           MOVE CUSW-CHIEN-AVG TO WK-RPT-CHIEN.
           MOVE CUSW-BAL-60 TO WK-RPT-BAL-60.
           MOVE CUSW-BAL-90 TO WK-RPT-BAL-90.
           MOVE SPACE TO WK-RPT-SUISHO.
           MOVE SPACE TO WK-RPT-SUISHO-LIMIT.
           IF CUSW-SUISHO-KBN = "0"
             MOVE "据置" TO WK-RPT-SUISHO
           END-IF.
           IF CUSW-SUISHO-KBN = "1"
             MOVE "増額" TO WK-RPT-SUISHO
             MOVE CUSW-SUISHO-LIMIT
               TO WK-RPT-SUISHO-LIMIT-E
           END-IF.
           IF CUSW-SUISHO-KBN = "2"
             MOVE "減額" TO WK-RPT-SUISHO
             MOVE CUSW-SUISHO-LIMIT
               TO WK-RPT-SUISHO-LIMIT-E
           END-IF.
           IF CUSW-SUISHO-KBN = SPACE
             MOVE "対象外" TO WK-RPT-SUISHO
           END-IF.
           MOVE CUSW-RIYU TO WK-RPT-RIYU.
           MOVE SPACE TO WK-RPT-SHONIN.
           MOVE SPACE TO WK-RPT-SHONIN-LIMIT.
           IF CUSW-SHONIN-KBN = "1"
             MOVE "承認" TO WK-RPT-SHONIN
             MOVE CUSW-SHONIN-LIMIT
               TO WK-RPT-SHONIN-LIMIT-E
           END-IF.
           IF CUSW-SHONIN-KBN = "9"
             MOVE "却下" TO WK-RPT-SHONIN
           END-IF.
           IF CUSW-SHONIN-KBN = "E"
             MOVE "誤り" TO WK-RPT-SHONIN
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    承認エラー一覧出力処理
      *    （マスタに無い得意先の承認もここでエラーとする）
      ******************************************************************
       WRITE-CRA-ERR-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-ERR-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM WRITE-CRA-ERR-ENT-RTN
             VARYING WK-CRA-IDX FROM 1 BY 1
               UNTIL WK-CRA-IDX > WK-CRA-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    承認エラー一覧出力処理（承認１件分）
      ******************************************************************
       WRITE-CRA-ERR-ENT-RTN           SECTION.
           IF WK-CRA-ENT-SHORI-FLG(WK-CRA-IDX) = "N"
             MOVE "得意先マスタになし"
               TO WK-CRA-ENT-ERR-MSG(WK-CRA-IDX)
             ADD 1 TO WK-CRA-ERR-CNT
           END-IF.
           IF WK-CRA-ENT-ERR-MSG(WK-CRA-IDX) = SPACE
             GO TO EXI
           END-IF.
           MOVE WK-CRA-ENT-REC(WK-CRA-IDX) TO WK-CRAW-REC.
           MOVE WCRA-TOKU-COD TO WK-ERR-TOKU-COD.
           MOVE WCRA-SHONIN-KBN TO WK-ERR-KBN.
           MOVE WCRA-CREDIT-LIMIT TO WK-ERR-LIMIT.
           MOVE WCRA-SHONIN-SHA TO WK-ERR-SHA.
           MOVE WK-CRA-ENT-ERR-MSG(WK-CRA-IDX) TO WK-ERR-MSG.
           MOVE WK-ERR-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（見直し表）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    件数行出力処理
      ******************************************************************
       WRITE-SUMMARY-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "見直し対象得意先" TO WK-CNT-LABEL.
           MOVE TOKM-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "増額推奨" TO WK-CNT-LABEL.
           MOVE WK-UP-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "減額推奨" TO WK-CNT-LABEL.
           MOVE WK-DN-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "据置" TO WK-CNT-LABEL.
           MOVE WK-SUEOKI-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "対象外（停止・限度なし）" TO WK-CNT-LABEL.
           MOVE WK-TAISHOGAI-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "遅延日数の算出入金件数" TO WK-CNT-LABEL.
           MOVE WK-JISSEKI-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           IF WK-CRA-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE "承認（トランザクション）" TO WK-CNT-LABEL.
           MOVE WK-SHONIN-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "却下" TO WK-CNT-LABEL.
           MOVE WK-KYAKKA-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "承認エラー" TO WK-CNT-LABEL.
           MOVE WK-CRA-ERR-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM091" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE TOKM-CNT TO RNL-IN-CNT.
           MOVE MNT-CNT TO RNL-OUT-CNT.
           MOVE WK-CRA-ERR-CNT TO RNL-EXC-CNT.
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
           IF WK-CRA-FLG = "Y"
             PERFORM WRITE-CRA-ERR-RTN
           END-IF.
           PERFORM WRITE-SUMMARY-RTN.
           CLOSE RPT-FILE.
           CLOSE MNT-FILE.
           CLOSE CUSW-FILE.
           CLOSE REGW-FILE.
           DISPLAY "*** KUBM091 TOKM=" TOKM-CNT.
           DISPLAY "*** KUBM091 ARB=" ARB-CNT.
           DISPLAY "*** KUBM091 ARBHST=" ARBH-CNT.
           DISPLAY "*** KUBM091 REG=" REG-CNT.
           DISPLAY "*** KUBM091 PAYHST=" PHS-CNT.
           DISPLAY "*** KUBM091 HDR=" HDR-CNT.
           DISPLAY "*** KUBM091 UP=" WK-UP-CNT.
           DISPLAY "*** KUBM091 DOWN=" WK-DN-CNT.
           DISPLAY "*** KUBM091 CRA=" CRA-CNT.
           DISPLAY "*** KUBM091 APPROVED=" WK-SHONIN-CNT.
           DISPLAY "*** KUBM091 REJECTED=" WK-KYAKKA-CNT.
           DISPLAY "*** KUBM091 CRA-ERR=" WK-CRA-ERR-CNT.
           DISPLAY "*** KUBM091 MNT=" MNT-CNT.
           IF WK-CRA-ERR-CNT > ZERO AND RETURN-CODE = ZERO
             DISPLAY "*** KUBM091 APPROVAL ERRORS - SEE RPT ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM091 END ***".
       EXI.
           EXIT.
