       *>----------------------------------------------------------------------------
       *>受入検査結果登録処理
       *>  品質管理の検査結果トランザクション（QCD01・発注番号＋商品コード
       *>  ＋ロット番号×判定×数量）を読み、入荷受入（RECEIPT01）が検査
       *>  保留ファイル（KNH01）へ記録した検査待ちの入荷明細から数量を
       *>  払い出す。払い出しは同一キーの保留明細の入荷順に行う。
       *>  合格（"A"）は商品マスタの検査在庫数から在庫数へ振り替え、保留
       *>  明細の入荷倉庫・ロットで倉庫別在庫（WHS01）・ロット別在庫
       *>  （LOT01）へ格納し、在庫移動台帳へ検査合格（"Q"）の加算を記録する
       *>  （STKMOVE01呼び出し）。合格分は入庫指示リスト（PUTLST01）の入力と
       *>  して入庫指示ファイル（PUT01）へ追記する。
       *>  不合格（"R"）は検査在庫数から落とし、仕入先返品トランザクション
       *>  ファイル（RTV01）へ検査不合格品（KENSA-KUBUN＝"1"）として追記
       *>  する。返品の発行・借方メモはRTV01処理で行う。
       *>  検証で弾いたトランザクションは検査エラーファイル（QCE01）へ
       *>  書き出す。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        QCDISP01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]検査結果トランザクションファイル
       *>----------------------------------------------------------------------------
       SELECT    QCD01-HANTEI-FILE    ASSIGN       TO   "QCD01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]検査保留ファイル（RECEIPT01が追記する。一括読み込みのうえ
       *>  書き戻す）
       *>----------------------------------------------------------------------------
       SELECT    KNH01-KENSA-HORYU    ASSIGN       TO   "KNH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS KNH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]商品マスタファイル（検査在庫数・在庫数の振り替え）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]倉庫別在庫ファイル（合格数量を入荷倉庫へ格納する。
       *>  TEST0001の倉庫別引き当てと同一レイアウト）
       *>----------------------------------------------------------------------------
       SELECT    WHS01-SOUKO-ZAIKO    ASSIGN       TO   "WHS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS WHS01-SOUKO-KEY
                                      STATUS       IS WHS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]ロット別在庫ファイル（合格数量をロット残へ格納する。
       *>  TEST0001の有効期限の古い順引き当てと同一レイアウト）
       *>----------------------------------------------------------------------------
       SELECT    LOT01-LOT-ZAIKO      ASSIGN       TO   "LOT01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS LOT01-LOT-KEY
                                      STATUS       IS LOT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]仕入先返品トランザクションファイル（追記・不合格分）
       *>----------------------------------------------------------------------------
       SELECT    RTV01-HENKYAKU-FILE  ASSIGN       TO   "RTV01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS RTV-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]入庫指示ファイル（追記・合格分。入庫指示リスト発行（PUTLST01）の入力）
       *>----------------------------------------------------------------------------
       SELECT    PUT01-NYUKO-SHIJI    ASSIGN       TO   "PUT01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PUT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]検査エラーファイル
       *>----------------------------------------------------------------------------
       SELECT    QCE01-ERROR-FILE     ASSIGN       TO   "QCE01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]検査結果トランザクションファイルのレイアウト定義
       *>  （判定区分：Ａ＝合格、Ｒ＝不合格。理由コードは不合格時に
       *>    仕入先返品の理由として引き継ぐ）
       *>----------------------------------------------------------------------------
       FD   QCD01-HANTEI-FILE.
       01   QCD01-RECODE.
            03   QCD01-HATYU-BANGOU           PIC 9(006).
            03   QCD01-SHOHIN-CODE            PIC X(006).
            03   QCD01-LOT-NO                 PIC X(008).
            03   QCD01-HANTEI-KUBUN           PIC X(001).
                 88   QCD01-GOKAKU            VALUE "A".
                 88   QCD01-FUGOKAKU          VALUE "R".
            03   QCD01-SURYO                  PIC 9(005).
            03   QCD01-HANTEI-BI              PIC 9(008).
            03   QCD01-RIYU-CODE              PIC X(002).
       *>----------------------------------------------------------------------------
       *>[入出力]検査保留ファイルのレイアウト定義（RECEIPT01と同一）
       *>  （保留数は検査結果未登録の残数量。状況区分：Ｈ＝検査待ち、
       *>    Ｃ＝検査完了）
       *>----------------------------------------------------------------------------
       FD   KNH01-KENSA-HORYU.
       01   KNH01-RECODE.
            03   KNH01-HATYU-BANGOU           PIC 9(006).
            03   KNH01-SHOHIN-CODE            PIC X(006).
            03   KNH01-LOT-NO                 PIC X(008).
            03   KNH01-SHIIRE-CODE            PIC X(004).
            03   KNH01-SOUKO-CODE             PIC X(002).
            03   KNH01-YUKO-KIGEN             PIC 9(008).
            03   KNH01-NYUKA-BI               PIC 9(008).
            03   KNH01-NYUKA-SU               PIC 9(005).
            03   KNH01-HORYU-SU               PIC 9(005).
            03   KNH01-GOKAKU-SU              PIC 9(005).
            03   KNH01-FUGOKAKU-SU            PIC 9(005).
            03   KNH01-JOKYO-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>商品マスタファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   IN02-SHOHIN-MASTER.
       01   IN02-RECODE.
          03   IN02-SHOHIN-CODE.
                05 IN02-BUNRUI-CODE                 PIC X(002).
                05 IN02-SHOHIN-NO                   PIC 9(004).
          03   IN02-SHOHIN-MI                       PIC X(020).
          03   IN02-ZAIKO-SU                        PIC 9(006).
          03   IN02-TANKA                           PIC 9(005).
          03   IN02-HATYU-TEN                       PIC 9(004).
          03   IN02-HATYU-SU                        PIC 9(004).
       *>  --最終出荷日（出荷減算のたびにTEST0001が刻印する）--
          03   IN02-SAISHU-SHUKKA-BI                PIC 9(008).
       *>  --仕入原価（粗利計算用。UPDATE01で保守し、入荷のつど移動平均で
       *>    再計算する）--
          03   IN02-GENKA                           PIC 9(005).
       *>  --ケース入数（ピッキング単位。ゼロはケース管理対象外）--
          03   IN02-CASE-IRISU                      PIC 9(003).
       *>  --出荷重量（グラム／個。送料計算用。ゼロは重量未設定）--
          03   IN02-JURYO-G                         PIC 9(005).
       *>  --税率区分（"1"＝軽減税率対象品目。それ以外は標準税率）--
          03   IN02-ZEI-KUBUN                       PIC X(001).
       *>  --直送区分（"1"＝仕入先直送品。在庫を持たず仕入先が顧客へ直送する）--
          03   IN02-CHOKUSO-KUBUN                   PIC X(001).
       *>  --シリアル管理区分（"1"＝シリアル番号管理品。出荷・返品を１台ごとに追跡する）--
          03   IN02-SERIAL-KUBUN                    PIC X(001).
       *>  --検査区分（"1"＝受入検査対象品。入荷数は検査在庫に保留する）--
          03   IN02-KENSA-KUBUN                     PIC X(001).
       *>  --検査在庫数（受入検査待ち。引当対象外）--
          03   IN02-KENSA-SU                        PIC 9(006).
       *>  --登録状態区分（"1"＝登録完了・受注可、"0"＝登録未完了。SETCHK01が判定する）--
          03   IN02-SETUP-KUBUN                     PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入出力]倉庫別在庫ファイルのレイアウト定義（倉庫×商品の在庫数）
       *>----------------------------------------------------------------------------
       FD   WHS01-SOUKO-ZAIKO.
       01   WHS01-RECODE.
            03   WHS01-SOUKO-KEY.
                 05   WHS01-SOUKO-CODE        PIC X(002).
                 05   WHS01-SHOHIN-CODE       PIC X(006).
            03   WHS01-ZAIKO-SU               PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[入出力]ロット別在庫ファイルのレイアウト定義（商品×ロットの残数量）
       *>----------------------------------------------------------------------------
       FD   LOT01-LOT-ZAIKO.
       01   LOT01-RECODE.
            03   LOT01-LOT-KEY.
                 05   LOT01-SHOHIN-CODE       PIC X(006).
                 05   LOT01-LOT-NO            PIC X(008).
            03   LOT01-YUKO-KIGEN             PIC 9(008).
            03   LOT01-ZAIKO-SU               PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]仕入先返品トランザクションファイルのレイアウト定義
       *>  （RTV01と同一）
       *>----------------------------------------------------------------------------
       FD   RTV01-HENKYAKU-FILE.
       01   RTV01-RECODE.
            03   RTV01-SHOHIN-CODE            PIC X(006).
            03   RTV01-SURYO                  PIC 9(005).
            03   RTV01-SHIIRE-CODE            PIC X(004).
            03   RTV01-RIYU-CODE              PIC X(002).
            03   RTV01-KENSA-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]入庫指示ファイルのレイアウト定義（RECEIPT01と同一）
       *>----------------------------------------------------------------------------
       FD   PUT01-NYUKO-SHIJI.
       01   PUT01-RECODE.
            03   PUT01-SHOHIN-CODE            PIC X(006).
            03   PUT01-SURYO                  PIC 9(005).
            03   PUT01-LOT-NO                 PIC X(008).
            03   PUT01-SOUKO-CODE             PIC X(002).
            03   PUT01-HATYU-BANGOU           PIC 9(006).
            03   PUT01-NYUKA-BI               PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[出力]検査エラーファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   QCE01-ERROR-FILE.
       01   QCE01-RECODE.
            03   QCE01-HATYU-BANGOU           PIC 9(006).
            03   QCE01-SHOHIN-CODE            PIC X(006).
            03   QCE01-LOT-NO                 PIC X(008).
            03   QCE01-HANTEI-KUBUN           PIC X(001).
            03   QCE01-SURYO                  PIC 9(005).
            03   QCE01-ERROR-KUBUN            PIC X(015).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--読み込み件数・合格件数・不合格件数・エラー件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-GOKAKU-COUNT             PIC 9(006).
            03   WRK-FUGOKAKU-COUNT           PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--監査ログへ渡す反映件数（合格＋不合格）--
            03   WRK-OUT-COUNT                PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   KNH-FILE-STATUS                   PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   RTV-FILE-STATUS                   PIC XX.
       01   PUT-FILE-STATUS                   PIC XX.
       *>
       *>--倉庫別在庫ファイルの状態（未整備時は倉庫別の格納を行わない）--
       01   WHS-FILE-STATUS                   PIC XX.
       01   WRK-WHS-ARI-SW                    PIC X(001).
            88   WRK-WHS-ARI                  VALUE "Y".
       *>
       *>--ロット別在庫ファイルの状態（未整備時はロット別の格納を行わない）--
       01   LOT-FILE-STATUS                   PIC XX.
       01   WRK-LOT-ARI-SW                    PIC X(001).
            88   WRK-LOT-ARI                  VALUE "Y".
       *>
       *>--検査保留ファイルの一括読み込み用テーブル（書き戻し用）--
       77   CST-MAX-HORYU-KENSU               PIC 9(004) VALUE 9999.
       01   WRK-HORYU-TBL.
            03   WRK-HORYU-ENT                    OCCURS 9999.
                 05   WRK-HOR-HATYU-BANGOU        PIC 9(006).
                 05   WRK-HOR-SHOHIN-CODE         PIC X(006).
                 05   WRK-HOR-LOT-NO              PIC X(008).
                 05   WRK-HOR-SHIIRE-CODE         PIC X(004).
                 05   WRK-HOR-SOUKO-CODE          PIC X(002).
                 05   WRK-HOR-YUKO-KIGEN          PIC 9(008).
                 05   WRK-HOR-NYUKA-BI            PIC 9(008).
                 05   WRK-HOR-NYUKA-SU            PIC 9(005).
                 05   WRK-HOR-HORYU-SU            PIC 9(005).
                 05   WRK-HOR-GOKAKU-SU           PIC 9(005).
                 05   WRK-HOR-FUGOKAKU-SU         PIC 9(005).
                 05   WRK-HOR-JOKYO               PIC X(001).
       01   WRK-HORYU-CNT                     PIC 9(004).
       01   WRK-HORYU-IDX                     PIC 9(004).
       *>
       *>--検査結果１件分の払い出し用--
       01   WRK-HORYU-GOKEI                   PIC 9(007).
       01   WRK-HORYU-MITUKE-SW               PIC X(001).
            88   WRK-HORYU-MITUKE             VALUE "Y".
       01   WRK-HARAIDASHI-ZAN                PIC 9(005).
       01   WRK-HARAIDASHI-SU                 PIC 9(005).
       01   WRK-SHIIRE-CODE-SAVE              PIC X(004).
       *>
       *>--在庫移動台帳書き込み用（STKMOVE01呼び出し。実行番号は持たない
       *>  ためゼロで記録する）--
       01   WRK-MOVE-PROGRAM-ID               PIC X(010)
                                        VALUE "QCDISP01".
       01   WRK-MOVE-RUN-ID                   PIC 9(006) VALUE ZERO.
       01   WRK-MOVE-KUBUN                    PIC X(001).
       01   WRK-MOVE-SU                       PIC S9(007).
       01   WRK-MOVE-MAE-ZAIKO                PIC 9(006).
       01   WRK-MOVE-SOUKO                    PIC X(002).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "QCDISP01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "QCDISP01の処理結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "検査合格件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "検査不合格件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "検査エラー件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                  VALUE "QCD01-HANTEI-FILE入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
           PERFORM   MAIN-PROC  UNTIL   WRK-AT-END   =   CST-END.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
       *>  作業領域の初期化・開始時刻の取得
           MOVE   SPACE      TO   WRK-AT-END.
           MOVE   ZERO       TO   WRK-IN-COUNT.
           MOVE   ZERO       TO   WRK-GOKAKU-COUNT.
           MOVE   ZERO       TO   WRK-FUGOKAKU-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  検査保留ファイルの一括読み込み
           PERFORM   HORYU-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    QCD01-HANTEI-FILE
                  I-O      IN02-SHOHIN-MASTER
                  OUTPUT   QCE01-ERROR-FILE.
       *>
       *>  仕入先返品トランザクションファイルは追記モードでオープンする
       *>  （ファイルが無い場合は新規作成）
           OPEN   EXTEND   RTV01-HENKYAKU-FILE.
           IF   RTV-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   RTV01-HENKYAKU-FILE
           END-IF.
       *>
       *>  入庫指示ファイルは追記モードでオープンする（ファイルが無い場合は
       *>  新規作成）
           OPEN   EXTEND   PUT01-NYUKO-SHIJI.
           IF   PUT-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   PUT01-NYUKO-SHIJI
           END-IF.
       *>
       *>  倉庫別在庫ファイルのオープン（未整備時は倉庫別の格納を行わない）
           MOVE   SPACE   TO   WRK-WHS-ARI-SW.
           OPEN   I-O   WHS01-SOUKO-ZAIKO.
           IF   WHS-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-WHS-ARI-SW
           END-IF.
       *>
       *>  ロット別在庫ファイルのオープン（未整備時はロット別の格納を
       *>  行わない）
           MOVE   SPACE   TO   WRK-LOT-ARI-SW.
           OPEN   I-O   LOT01-LOT-ZAIKO.
           IF   LOT-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-LOT-ARI-SW
           END-IF.
       *>
       *>検査結果トランザクションファイルの読み込み
           PERFORM   HANTEI-FILE-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  検査保留ファイルの書き戻し
           PERFORM   HORYU-SAVE-PROC.
       *>
       *>ファイルのクローズ
           CLOSE   QCD01-HANTEI-FILE
                   IN02-SHOHIN-MASTER
                   RTV01-HENKYAKU-FILE
                   PUT01-NYUKO-SHIJI
                   QCE01-ERROR-FILE.
       *>
           IF   WRK-WHS-ARI   THEN
                CLOSE   WHS01-SOUKO-ZAIKO
           END-IF.
       *>
           IF   WRK-LOT-ARI   THEN
                CLOSE   LOT01-LOT-ZAIKO
           END-IF.
       *>
       *>合格・不合格・エラー件数の表示
           MOVE   WRK-GOKAKU-COUNT     TO   MSG2-COUNT.
           MOVE   WRK-FUGOKAKU-COUNT   TO   MSG3-COUNT.
           MOVE   WRK-ERROR-COUNT      TO   MSG4-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           COMPUTE   WRK-OUT-COUNT   =
                     WRK-GOKAKU-COUNT   +   WRK-FUGOKAKU-COUNT.
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-OUT-COUNT
                                          WRK-ERROR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（検査結果１件分の検証と保留明細からの払い出し）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  判定区分・数量の検証
           IF   NOT   QCD01-GOKAKU
           AND  NOT   QCD01-FUGOKAKU   THEN
                MOVE   "HANTEI-FUSEI"   TO   QCE01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           IF   QCD01-SURYO   =   ZERO   THEN
                MOVE   "SURYO-FUSEI"    TO   QCE01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  同一キーの検査待ち保留数の集計（発注番号＋商品コード＋ロット番号）
           MOVE   ZERO    TO   WRK-HORYU-GOKEI.
           MOVE   SPACE   TO   WRK-HORYU-MITUKE-SW.
           MOVE   SPACE   TO   WRK-SHIIRE-CODE-SAVE.
           PERFORM   HORYU-SHUKEI-PROC
                    VARYING   WRK-HORYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HORYU-IDX   >   WRK-HORYU-CNT.
       *>
           IF   NOT   WRK-HORYU-MITUKE   THEN
                MOVE   "GAITO-NASHI"    TO   QCE01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           IF   QCD01-SURYO   >   WRK-HORYU-GOKEI   THEN
                MOVE   "HORYU-FUSOKU"   TO   QCE01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  商品マスタの読み込みと検査在庫数の検証
           MOVE   QCD01-SHOHIN-CODE   TO   IN02-SHOHIN-CODE.
           READ IN02-SHOHIN-MASTER
               INVALID     KEY
                     MOVE   "MASTER-NASHI"   TO   QCE01-ERROR-KUBUN
                     PERFORM   ERROR-FILE-WRITE-PROC
                     GO   TO   MAIN-PROC-READ
           END-READ.
       *>
           IF   QCD01-SURYO   >   IN02-KENSA-SU   THEN
                MOVE   "KENSA-FUSOKU"   TO   QCE01-ERROR-KUBUN
                PERFORM   ERROR-FILE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  保留明細からの入荷順の払い出し（合格分は在庫へ振り替える）
           MOVE   QCD01-SURYO   TO   WRK-HARAIDASHI-ZAN.
           PERFORM   HORYU-HARAIDASHI-PROC
                    VARYING   WRK-HORYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HORYU-IDX   >   WRK-HORYU-CNT
                    OR      WRK-HARAIDASHI-ZAN   =   ZERO.
       *>
           REWRITE   IN02-RECODE.
       *>
           IF   QCD01-GOKAKU   THEN
                ADD   1   TO   WRK-GOKAKU-COUNT
           ELSE
       *>
       *>      不合格分は仕入先返品トランザクションへ追記する
                PERFORM   HENKYAKU-WRITE-PROC
                ADD   1   TO   WRK-FUGOKAKU-COUNT
           END-IF.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   HANTEI-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>検査待ち保留数の集計（１件分・同一キーの検査待ち明細を加算する）
       *>----------------------------------------------------------------------------
       HORYU-SHUKEI-PROC                  SECTION.
       *>
           IF   WRK-HOR-HATYU-BANGOU(WRK-HORYU-IDX) = QCD01-HATYU-BANGOU
           AND  WRK-HOR-SHOHIN-CODE(WRK-HORYU-IDX)  = QCD01-SHOHIN-CODE
           AND  WRK-HOR-LOT-NO(WRK-HORYU-IDX)       = QCD01-LOT-NO
           AND  WRK-HOR-JOKYO(WRK-HORYU-IDX)        = "H"   THEN
                MOVE   "Y"   TO   WRK-HORYU-MITUKE-SW
                ADD    WRK-HOR-HORYU-SU(WRK-HORYU-IDX)   TO
                       WRK-HORYU-GOKEI
                MOVE   WRK-HOR-SHIIRE-CODE(WRK-HORYU-IDX)   TO
                       WRK-SHIIRE-CODE-SAVE
           END-IF.
       *>
       HORYU-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>保留明細からの払い出し（１件分）
       *>  同一キーの検査待ち明細から残数量を限度に払い出し、保留数が
       *>  ゼロになった明細は検査完了とする。合格分は商品マスタの検査在庫数
       *>  から在庫数へ振り替え、明細の入荷倉庫・ロットへ格納する
       *>----------------------------------------------------------------------------
       HORYU-HARAIDASHI-PROC              SECTION.
       *>
           IF   WRK-HOR-HATYU-BANGOU(WRK-HORYU-IDX)
                                       NOT =   QCD01-HATYU-BANGOU
           OR   WRK-HOR-SHOHIN-CODE(WRK-HORYU-IDX)
                                       NOT =   QCD01-SHOHIN-CODE
           OR   WRK-HOR-LOT-NO(WRK-HORYU-IDX)
                                       NOT =   QCD01-LOT-NO
           OR   WRK-HOR-JOKYO(WRK-HORYU-IDX)
                                       NOT =   "H"   THEN
                GO   TO   HORYU-HARAIDASHI-PROC-EXIT
           END-IF.
       *>
           IF   WRK-HOR-HORYU-SU(WRK-HORYU-IDX)   <   WRK-HARAIDASHI-ZAN
           THEN
                MOVE   WRK-HOR-HORYU-SU(WRK-HORYU-IDX)   TO
                       WRK-HARAIDASHI-SU
           ELSE
                MOVE   WRK-HARAIDASHI-ZAN   TO   WRK-HARAIDASHI-SU
           END-IF.
       *>
           SUBTRACT   WRK-HARAIDASHI-SU   FROM   WRK-HARAIDASHI-ZAN.
           SUBTRACT   WRK-HARAIDASHI-SU   FROM
                      WRK-HOR-HORYU-SU(WRK-HORYU-IDX).
           SUBTRACT   WRK-HARAIDASHI-SU   FROM   IN02-KENSA-SU.
       *>
           IF   QCD01-GOKAKU   THEN
                ADD   WRK-HARAIDASHI-SU   TO
                      WRK-HOR-GOKAKU-SU(WRK-HORYU-IDX)
                PERFORM   ZAIKO-FURIKAE-PROC
           ELSE
                ADD   WRK-HARAIDASHI-SU   TO
                      WRK-HOR-FUGOKAKU-SU(WRK-HORYU-IDX)
           END-IF.
       *>
           IF   WRK-HOR-HORYU-SU(WRK-HORYU-IDX)   =   ZERO   THEN
                MOVE   "C"   TO   WRK-HOR-JOKYO(WRK-HORYU-IDX)
           END-IF.
       *>
       HORYU-HARAIDASHI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>合格数量の在庫への振り替え
       *>  在庫数へ加算して在庫移動台帳へ検査合格（"Q"）を記録し、倉庫別・
       *>  ロット別在庫へ格納のうえ入庫指示ファイルへ追記する
       *>----------------------------------------------------------------------------
       ZAIKO-FURIKAE-PROC                 SECTION.
       *>
           MOVE   "Q"                 TO   WRK-MOVE-KUBUN.
           MOVE   WRK-HARAIDASHI-SU   TO   WRK-MOVE-SU.
           MOVE   IN02-ZAIKO-SU       TO   WRK-MOVE-MAE-ZAIKO.
           MOVE   WRK-HOR-SOUKO-CODE(WRK-HORYU-IDX)   TO
                  WRK-MOVE-SOUKO.
       *>
           ADD    WRK-HARAIDASHI-SU   TO   IN02-ZAIKO-SU.
       *>
           CALL   "STKMOVE01"   USING   WRK-MOVE-PROGRAM-ID
                                         WRK-MOVE-RUN-ID
                                         IN02-SHOHIN-CODE
                                         WRK-MOVE-KUBUN
                                         WRK-MOVE-SU
                                         WRK-MOVE-MAE-ZAIKO
                                         IN02-ZAIKO-SU
                                         WRK-MOVE-SOUKO.
       *>
       *>  倉庫別在庫ファイルへの入荷倉庫の加算
           PERFORM   SOUKO-ZAIKO-KASAN-PROC.
       *>
       *>  ロット別在庫ファイルへのロット残の加算
           PERFORM   LOT-ZAIKO-KASAN-PROC.
       *>
       *>  入庫指示ファイルへの追記
           MOVE   SPACE                TO   PUT01-RECODE.
           MOVE   QCD01-SHOHIN-CODE    TO   PUT01-SHOHIN-CODE.
           MOVE   WRK-HARAIDASHI-SU    TO   PUT01-SURYO.
           MOVE   QCD01-LOT-NO         TO   PUT01-LOT-NO.
           MOVE   WRK-HOR-SOUKO-CODE(WRK-HORYU-IDX)   TO
                  PUT01-SOUKO-CODE.
           MOVE   QCD01-HATYU-BANGOU   TO   PUT01-HATYU-BANGOU.
           MOVE   WRK-HOR-NYUKA-BI(WRK-HORYU-IDX)     TO
                  PUT01-NYUKA-BI.
           WRITE  PUT01-RECODE.
       *>
       ZAIKO-FURIKAE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>倉庫別在庫ファイルへの合格数量の加算処理
       *>  入荷倉庫×商品の在庫数へ加算する（未登録の組み合わせは新規登録）
       *>----------------------------------------------------------------------------
       SOUKO-ZAIKO-KASAN-PROC             SECTION.
       *>
           IF   NOT   WRK-WHS-ARI   THEN
                GO   TO   SOUKO-ZAIKO-KASAN-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-HOR-SOUKO-CODE(WRK-HORYU-IDX)   TO
                  WHS01-SOUKO-CODE.
           MOVE   QCD01-SHOHIN-CODE   TO   WHS01-SHOHIN-CODE.
       *>
           READ WHS01-SOUKO-ZAIKO
               INVALID     KEY
                     MOVE   WRK-HOR-SOUKO-CODE(WRK-HORYU-IDX)   TO
                            WHS01-SOUKO-CODE
                     MOVE   QCD01-SHOHIN-CODE   TO   WHS01-SHOHIN-CODE
                     MOVE   WRK-HARAIDASHI-SU   TO   WHS01-ZAIKO-SU
                     WRITE  WHS01-RECODE
       *>
               NOT   INVALID   KEY
                     ADD    WRK-HARAIDASHI-SU   TO   WHS01-ZAIKO-SU
                     REWRITE   WHS01-RECODE
       *>
           END-READ.
       *>
       SOUKO-ZAIKO-KASAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ロット別在庫ファイルへの合格数量の加算処理
       *>  ロット番号付きの保留明細のみ、商品×ロットの残数量へ加算する
       *>  （未登録のロットは有効期限付きで新規登録する）
       *>----------------------------------------------------------------------------
       LOT-ZAIKO-KASAN-PROC               SECTION.
       *>
           IF   NOT   WRK-LOT-ARI
           OR   QCD01-LOT-NO   =   SPACE   THEN
                GO   TO   LOT-ZAIKO-KASAN-PROC-EXIT
           END-IF.
       *>
           MOVE   QCD01-SHOHIN-CODE   TO   LOT01-SHOHIN-CODE.
           MOVE   QCD01-LOT-NO        TO   LOT01-LOT-NO.
       *>
           READ LOT01-LOT-ZAIKO
               INVALID     KEY
                     MOVE   QCD01-SHOHIN-CODE   TO   LOT01-SHOHIN-CODE
                     MOVE   QCD01-LOT-NO        TO   LOT01-LOT-NO
                     MOVE   WRK-HOR-YUKO-KIGEN(WRK-HORYU-IDX)   TO
                            LOT01-YUKO-KIGEN
                     MOVE   WRK-HARAIDASHI-SU   TO   LOT01-ZAIKO-SU
                     WRITE  LOT01-RECODE
       *>
               NOT   INVALID   KEY
                     ADD    WRK-HARAIDASHI-SU   TO   LOT01-ZAIKO-SU
                     REWRITE   LOT01-RECODE
       *>
           END-READ.
       *>
       LOT-ZAIKO-KASAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先返品トランザクションの追記（不合格分・検査不合格品として）
       *>  理由コードの無い判定は"QC"（受入検査不合格）を理由とする
       *>----------------------------------------------------------------------------
       HENKYAKU-WRITE-PROC                SECTION.
       *>
           MOVE   SPACE                  TO   RTV01-RECODE.
           MOVE   QCD01-SHOHIN-CODE      TO   RTV01-SHOHIN-CODE.
           MOVE   QCD01-SURYO            TO   RTV01-SURYO.
           MOVE   WRK-SHIIRE-CODE-SAVE   TO   RTV01-SHIIRE-CODE.
           IF   QCD01-RIYU-CODE   =   SPACE   THEN
                MOVE   "QC"              TO   RTV01-RIYU-CODE
           ELSE
                MOVE   QCD01-RIYU-CODE   TO   RTV01-RIYU-CODE
           END-IF.
           MOVE   "1"                    TO   RTV01-KENSA-KUBUN.
       *>
           WRITE  RTV01-RECODE.
       *>
       HENKYAKU-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>検査エラーファイルの書き込み処理
       *>----------------------------------------------------------------------------
       ERROR-FILE-WRITE-PROC              SECTION.
       *>
           MOVE   QCD01-HATYU-BANGOU    TO   QCE01-HATYU-BANGOU.
           MOVE   QCD01-SHOHIN-CODE     TO   QCE01-SHOHIN-CODE.
           MOVE   QCD01-LOT-NO          TO   QCE01-LOT-NO.
           MOVE   QCD01-HANTEI-KUBUN    TO   QCE01-HANTEI-KUBUN.
           MOVE   QCD01-SURYO           TO   QCE01-SURYO.
       *>
           WRITE   QCE01-RECODE.
       *>
           ADD   1   TO   WRK-ERROR-COUNT.
       *>
       ERROR-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>検査保留ファイルの一括読み込み（テーブルへ格納）
       *>  初回実行時（ファイル無し）は保留なしとして処理する
       *>----------------------------------------------------------------------------
       HORYU-LOAD-PROC                    SECTION.
       *>
           MOVE   ZERO    TO   WRK-HORYU-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   KNH01-KENSA-HORYU.
       *>
           IF   KNH-FILE-STATUS   =   "00"   THEN
                PERFORM   HORYU-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   KNH01-KENSA-HORYU
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       HORYU-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>検査保留ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       HORYU-READ-PROC                    SECTION.
       *>
           READ KNH01-KENSA-HORYU
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-HORYU-CNT   <   CST-MAX-HORYU-KENSU  THEN
                          ADD   1   TO   WRK-HORYU-CNT
                          MOVE   KNH01-RECODE   TO
                              WRK-HORYU-ENT(WRK-HORYU-CNT)
                     END-IF
           END-READ.
       *>
       HORYU-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>検査保留ファイルの書き戻し（検査完了の明細も履歴として残す）
       *>----------------------------------------------------------------------------
       HORYU-SAVE-PROC                    SECTION.
       *>
           OPEN   OUTPUT   KNH01-KENSA-HORYU.
       *>
           PERFORM   HORYU-WRITE-PROC
                    VARYING   WRK-HORYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HORYU-IDX   >   WRK-HORYU-CNT.
       *>
           CLOSE   KNH01-KENSA-HORYU.
       *>
       HORYU-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>検査保留ファイルの書き込み（１件分）
       *>----------------------------------------------------------------------------
       HORYU-WRITE-PROC                   SECTION.
       *>
           MOVE   WRK-HORYU-ENT(WRK-HORYU-IDX)   TO   KNH01-RECODE.
           WRITE  KNH01-RECODE.
       *>
       HORYU-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>検査結果トランザクションファイルの読み込み
       *>----------------------------------------------------------------------------
       HANTEI-FILE-READ-PROC              SECTION.
       *>
           READ   QCD01-HANTEI-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS NOT = "00"
                AND   IN-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       HANTEI-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入力ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC             SECTION.
       *>
           MOVE   IN-FILE-STATUS   TO   MSG9-STATUS.
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16               TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
