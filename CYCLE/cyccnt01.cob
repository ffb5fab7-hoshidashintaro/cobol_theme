       *>  差異（実数≠帳簿）のある商品は、承認後に既存のマスタ保守
       *>  （UPDATE01）で反映できるよう、変更（"C"）トランザクション形式の
       *>  在庫調整ファイルを併せて書き出す。商品マスタは参照のみとする。
       *>  在庫調整ファイルは実行ごとに作り直すため、差異は棚卸日・カウント
       *>  担当・帳簿数・実数・仕入原価とともに棚卸調整履歴ファイル（CCH01）
       *>  へも追記し、減耗分析（SHRINK01）が過去の棚卸を通して参照する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       SELECT    ADJ01-CHOSEI-FILE    ASSIGN       TO   "ADJ01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]棚卸調整履歴ファイル（追記）
       *>----------------------------------------------------------------------------
       SELECT    CCH01-RIREKI-FILE    ASSIGN       TO   "CCH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS       IS CCH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
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
       *>[出力]棚卸差異レポートのレイアウト定義
       *>----------------------------------------------------------------------------
       *>   --出荷重量（現行マスタの値を引き継ぐ）--
            03   ADJ01-JURYO-G                 PIC 9(005).
       *>----------------------------------------------------------------------------
       *>[出力]棚卸調整履歴ファイルのレイアウト定義
       *>  （差異は実数－帳簿。マイナスが減耗、プラスが増加を表す）
       *>----------------------------------------------------------------------------
       FD   CCH01-RIREKI-FILE.
       01   CCH01-RECODE.
            03   CCH01-TANAOROSHI-BI           PIC 9(008).
            03   CCH01-COUNTER-ID              PIC X(003).
            03   CCH01-SHOHIN-CODE             PIC X(006).
            03   CCH01-CHOBO-SU                PIC 9(006).
            03   CCH01-JISSU                   PIC 9(006).
            03   CCH01-HENSA-SU                PIC S9(006).
            03   CCH01-GENKA                   PIC 9(005).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   CCH-FILE-STATUS                   PIC XX.
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
                  OUTPUT   PRT01-HENSA-REPORT
                           ADJ01-CHOSEI-FILE.
       *>
       *>  棚卸調整履歴は追記モードでオープン（初回でファイルが無い場合は
       *>  新規作成）
           OPEN   EXTEND   CCH01-RIREKI-FILE.
       *>
           IF   CCH-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   CCH01-RIREKI-FILE
           END-IF.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-NEN    TO   HD01-NEN.
           MOVE   WRK-RUN-GETU   TO   HD01-GETU.
           CLOSE   CNT01-COUNT-FILE
                   IN02-SHOHIN-MASTER
                   PRT01-HENSA-REPORT
                   ADJ01-CHOSEI-FILE
                   CCH01-RIREKI-FILE.
       *>
       *>件数の表示
           MOVE   WRK-IN-COUNT      TO   MSG2-COUNT.
                               WRK-HENSA-SU   *   IN02-TANKA
                     PERFORM   HENSA-LINE-WRITE-PROC
                     PERFORM   CHOSEI-FILE-WRITE-PROC
                     PERFORM   RIREKI-FILE-WRITE-PROC
                END-IF
           END-IF.
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[出力]棚卸調整履歴ファイルの編集・書き込み処理
       *>----------------------------------------------------------------------------
       RIREKI-FILE-WRITE-PROC             SECTION.
       *>
           MOVE   CNT01-TANAOROSHI-BI    TO   CCH01-TANAOROSHI-BI.
           MOVE   CNT01-COUNTER-ID       TO   CCH01-COUNTER-ID.
           MOVE   CNT01-SHOHIN-CODE      TO   CCH01-SHOHIN-CODE.
           MOVE   IN02-ZAIKO-SU          TO   CCH01-CHOBO-SU.
           MOVE   CNT01-JISSU            TO   CCH01-JISSU.
           MOVE   WRK-HENSA-SU           TO   CCH01-HENSA-SU.
           MOVE   IN02-GENKA             TO   CCH01-GENKA.
       *>
           WRITE   CCH01-RECODE.
       *>
       RIREKI-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品マスタファイルのキー検索（カウントの商品コードで直接読み込む）
       *>----------------------------------------------------------------------------
       SHOHIN-MASTER-KEY-READ-PROC        SECTION.
