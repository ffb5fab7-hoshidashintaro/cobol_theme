       *>----------------------------------------------------------------------------
       *>店舗ＰＯＳ商品・売価配信ファイル作成処理
       *>  商品マスタ（IN02）の商品ごとに翌日の売価を求め、前回作成時の
       *>  ＰＯＳ商品状況（PSN01）と突き合わせて、追加・変更・削除された
       *>  商品をＰＯＳ変更履歴（PCJ02）へ記録し、稼働中の店舗（店舗
       *>  マスタMIS01の活動フラグ"1"）ごとに店別抽出ファイル（EXT01）へ
       *>  追記する。店別抽出ファイルはDISTOUT01が店番・通番付きの
       *>  エンベロープで包んで配信し、店舗からの受信確認を突き合わせる。
       *>  翌日の売価は受注マッチング（TEST0001）と同じ決め方とし、
       *>  単価適用日テーブル（PRH01）に翌日以前で最新の適用単価があれば
       *>  その単価を、無ければマスタ単価を通常売価とする。翌日が販促単価
       *>  ファイル（PRO01）の適用期間内の商品は販促単価を売価とする。
       *>  これにより、翌日から有効になる単価変更と販促の開始・終了は
       *>  前夜の配信で店舗へ届く。
       *>  前回配信までの受信確認が済んでいない店舗（配信管理ファイル
       *>  TXL01に前日以前の確認済み（Ａ）以外の配信がある店舗）には、
       *>  その最も古い未確認配信の日以降のＰＯＳ変更履歴を再度送る。
       *>  ＰＯＳ変更履歴は保存日数（共通実行パラメータHOZON-NISSU、既定値
       *>  １４日）を過ぎたものから消去する。これより長く確認の無い店舗は
       *>  ＰＯＳ商品の全件登録が必要となる。
       *>  今回のＰＯＳ商品状況（PSN02）とＰＯＳ変更履歴（PCJ02）は、運用で
       *>  次回のPSN01・PCJ01へ差し替える。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        POSDL01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（キー編成・商品コード順に読む）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]単価適用日テーブル（UPDATE01が登録する）
       *>----------------------------------------------------------------------------
       SELECT    PRH01-TANKA-TEKIYO   ASSIGN       TO   "PRH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PRH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]販促単価ファイル
       *>----------------------------------------------------------------------------
       SELECT    PRO01-HANSOKU-FILE   ASSIGN       TO   "PRO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PRO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]店舗マスタファイル
       *>----------------------------------------------------------------------------
       SELECT    MIS01-MISE-MASTER    ASSIGN       TO   "MIS01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS MIS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]配信管理ファイル（DISTOUT01の配信実績と確認状況の台帳）
       *>----------------------------------------------------------------------------
       SELECT    TXL01-KANRI-FILE     ASSIGN       TO   "TXL01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS TXL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]前回ＰＯＳ商品状況ファイル（前回実行のPSN02。初回は無くてもよい）
       *>----------------------------------------------------------------------------
       SELECT    PSN01-ZENKAI-FILE    ASSIGN       TO   "PSN01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PSN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]前回ＰＯＳ変更履歴ファイル（前回実行のPCJ02。初回は無くてもよい）
       *>----------------------------------------------------------------------------
       SELECT    PCJ01-ZENKAI-FILE    ASSIGN       TO   "PCJ01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PCJ-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]ＰＯＳ商品状況ファイル（次回の前回ＰＯＳ商品状況ファイル）
       *>----------------------------------------------------------------------------
       SELECT    PSN02-KONKAI-FILE    ASSIGN       TO   "PSN02.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[入出力]ＰＯＳ変更履歴ファイル（次回の前回ＰＯＳ変更履歴ファイル。
       *>  書き出した後、店舗ごとに読み直して店別抽出ファイルを作る）
       *>----------------------------------------------------------------------------
       SELECT    PCJ02-KONKAI-FILE    ASSIGN       TO   "PCJ02.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PCJ2-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]店別抽出ファイル（DISTOUT01の入力）
       *>----------------------------------------------------------------------------
       SELECT    EXT01-CHUSHUTSU-FILE ASSIGN       TO   "EXT01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS EXT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
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
       *>  --仕入原価（粗利計算用。UPDATE01で保守する）--
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
       *>[入力]単価適用日テーブルのレイアウト定義（UPDATE01と同一）
       *>----------------------------------------------------------------------------
       FD   PRH01-TANKA-TEKIYO.
       01   PRH01-RECODE.
            03   PRH01-SHOHIN-CODE             PIC X(006).
            03   PRH01-TEKIYO-BI               PIC 9(008).
            03   PRH01-TANKA                   PIC 9(005).
       *>----------------------------------------------------------------------------
       *>[入力]販促単価ファイルのレイアウト定義（TEST0001と同一）
       *>  （商品ごとの特価と適用開始日・終了日（西暦８桁））
       *>----------------------------------------------------------------------------
       FD   PRO01-HANSOKU-FILE.
       01   PRO01-RECODE.
            03   PRO01-SHOHIN-CODE             PIC X(006).
            03   PRO01-HANSOKU-TANKA           PIC 9(005).
            03   PRO01-KAISHI-BI               PIC 9(008).
            03   PRO01-SHURYO-BI               PIC 9(008).
       *>----------------------------------------------------------------------------
       *>店舗マスタファイルのレイアウト定義（VALID01と同一）
       *>----------------------------------------------------------------------------
       FD   MIS01-MISE-MASTER.
       01   MIS01-RECODE.
            03   MIS01-MISEBAN                 PIC X(003).
            03   MIS01-MISE-MEI                PIC X(020).
            03   MIS01-CHIIKI                  PIC X(010).
            03   MIS01-KATSUDO-FLG             PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]配信管理ファイルのレイアウト定義（DISTOUT01と同一）
       *>  （確認状況：Ｗ＝未確認、Ａ＝確認済み、Ｅ＝通番不一致の確認受領）
       *>----------------------------------------------------------------------------
       FD   TXL01-KANRI-FILE.
       01   TXL01-RECODE.
            03   TXL01-MISEBAN                 PIC X(003).
            03   TXL01-TSUBAN                  PIC 9(006).
            03   TXL01-HAISHIN-BI              PIC 9(008).
            03   TXL01-RECODE-KENSU            PIC 9(006).
            03   TXL01-KAKUNIN-KUBUN           PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]前回ＰＯＳ商品状況ファイルのレイアウト定義（商品コード順）
       *>----------------------------------------------------------------------------
       FD   PSN01-ZENKAI-FILE.
       01   PSN01-RECODE.
            03   PSN01-SHOHIN-CODE             PIC X(006).
            03   PSN01-DATA.
                 05   PSN01-SHOHIN-MEI         PIC X(020).
                 05   PSN01-TSUJO-TANKA        PIC 9(005).
                 05   PSN01-BAIKA              PIC 9(005).
                 05   PSN01-HANSOKU-KUBUN      PIC X(001).
                 05   PSN01-ZEI-KUBUN          PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]ＰＯＳ商品状況ファイルのレイアウト定義（PSN01と同一）
       *>----------------------------------------------------------------------------
       FD   PSN02-KONKAI-FILE.
       01   PSN02-RECODE.
            03   PSN02-SHOHIN-CODE             PIC X(006).
            03   PSN02-DATA.
                 05   PSN02-SHOHIN-MEI         PIC X(020).
                 05   PSN02-TSUJO-TANKA        PIC 9(005).
                 05   PSN02-BAIKA              PIC 9(005).
                 05   PSN02-HANSOKU-KUBUN      PIC X(001).
                 05   PSN02-ZEI-KUBUN          PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]前回ＰＯＳ変更履歴ファイルのレイアウト定義（店別抽出ファイルの
       *>  店番を除いた内容と同一。変更日・連番の順に並ぶ）
       *>----------------------------------------------------------------------------
       FD   PCJ01-ZENKAI-FILE.
       01   PCJ01-RECODE.
            03   PCJ01-HENKOU-BI               PIC 9(008).
            03   PCJ01-NAIYO                   PIC X(069).
       *>----------------------------------------------------------------------------
       *>[入出力]ＰＯＳ変更履歴ファイルのレイアウト定義
       *>  （変更区分：１＝追加、２＝変更、３＝削除。販促区分：Ｐ＝販促単価を
       *>    売価とする。適用日は売価が有効になる日（作成日の翌日））
       *>----------------------------------------------------------------------------
       FD   PCJ02-KONKAI-FILE.
       01   PCJ02-RECODE.
            03   PCJ02-HENKOU-BI               PIC 9(008).
            03   PCJ02-RENBAN                  PIC 9(006).
            03   PCJ02-HENKOU-KUBUN            PIC X(001).
            03   PCJ02-SHOHIN-CODE             PIC X(006).
            03   PCJ02-SHOHIN-MEI              PIC X(020).
            03   PCJ02-TSUJO-TANKA             PIC 9(005).
            03   PCJ02-BAIKA                   PIC 9(005).
            03   PCJ02-HANSOKU-KUBUN           PIC X(001).
            03   PCJ02-ZEI-KUBUN               PIC X(001).
            03   PCJ02-TEKIYO-BI               PIC 9(008).
            03   FILLER                        PIC X(016).
       *>----------------------------------------------------------------------------
       *>[出力]店別抽出ファイルのレイアウト定義（先頭３桁が店番。
       *>  以降はＰＯＳ変更履歴１件分）
       *>----------------------------------------------------------------------------
       FD   EXT01-CHUSHUTSU-FILE.
       01   EXT01-RECODE.
            03   EXT01-MISEBAN                 PIC X(003).
            03   EXT01-NAIYO                   PIC X(157).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--読み込んだ商品件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            *>--追加・変更・削除の件数（当日分）--
            03   WRK-TSUIKA-COUNT             PIC 9(006).
            03   WRK-HENKOU-COUNT             PIC 9(006).
            03   WRK-SAKUZYO-COUNT            PIC 9(006).
            *>--配信店舗数・再送店舗数・店別抽出ファイルへの書き出し件数--
            03   WRK-MISE-COUNT               PIC 9(006).
            03   WRK-SAISOU-COUNT             PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--当日分の変更の連番--
            03   WRK-RENBAN                   PIC 9(006).
       *>
       01   IN02-FILE-STATUS                  PIC XX.
       01   PRH-FILE-STATUS                   PIC XX.
       01   PRO-FILE-STATUS                   PIC XX.
       01   MIS-FILE-STATUS                   PIC XX.
       01   TXL-FILE-STATUS                   PIC XX.
       01   PSN-FILE-STATUS                   PIC XX.
       01   PCJ-FILE-STATUS                   PIC XX.
       01   PCJ2-FILE-STATUS                  PIC XX.
       01   EXT-FILE-STATUS                   PIC XX.
       *>
       *>--前回ＰＯＳ商品状況ファイルの有無（"Y"＝有り）--
       01   WRK-PSN-ARI-SW                    PIC X(001).
            88   WRK-PSN-ARI                  VALUE "Y".
       *>
       *>--商品マスタ・前回ＰＯＳ商品状況の照合キー（終了時はHIGH-VALUE）--
       01   WRK-IN02-KEY                      PIC X(006).
       01   WRK-PSN-KEY                       PIC X(006).
       *>
       *>--今回のＰＯＳ商品状況（商品１件分の翌日の売価）--
       01   WRK-POS-AREA.
            03   WRK-POS-SHOHIN-CODE          PIC X(006).
            03   WRK-POS-DATA.
                 05   WRK-POS-SHOHIN-MEI      PIC X(020).
                 05   WRK-POS-TSUJO-TANKA     PIC 9(005).
                 05   WRK-POS-BAIKA           PIC 9(005).
                 05   WRK-POS-HANSOKU-KUBUN   PIC X(001).
                 05   WRK-POS-ZEI-KUBUN       PIC X(001).
       01   WRK-HENKOU-KUBUN                  PIC X(001).
       *>
       *>--単価適用日テーブルの一括読み込み用テーブル（商品コードで検索）--
       77   CST-MAX-PRH-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-PRH-TBL.
            03   WRK-PRH-ENT                      OCCURS 9999.
                 05   WRK-PRH-SHOHIN              PIC X(006).
                 05   WRK-PRH-TEKIYO-BI           PIC 9(008).
                 05   WRK-PRH-TANKA               PIC 9(005).
       01   WRK-PRH-CNT                       PIC 9(004).
       01   WRK-PRH-IDX                       PIC 9(004).
       01   WRK-PRH-SAIYO-BI                  PIC 9(008).
       *>
       *>--販促単価の一括読み込み用テーブル（商品コードで検索）--
       77   CST-MAX-HANSOKU-KENSU             PIC 9(003) VALUE 999.
       01   WRK-HANSOKU-TBL.
            03   WRK-HANSOKU-ENT                  OCCURS 999.
                 05   WRK-HANSOKU-SHOHIN          PIC X(006).
                 05   WRK-HANSOKU-TANKA           PIC 9(005).
                 05   WRK-HANSOKU-KAISHI          PIC 9(008).
                 05   WRK-HANSOKU-SHURYO          PIC 9(008).
       01   WRK-HANSOKU-CNT                   PIC 9(003).
       01   WRK-HANSOKU-IDX                   PIC 9(003).
       01   WRK-HANSOKU-MITUKE-SW             PIC X(001).
            88   WRK-HANSOKU-MITUKE           VALUE "Y".
       01   WRK-HANSOKU-HIT-IDX               PIC 9(003).
       *>
       *>--稼働中店舗の一括読み込み用テーブル（店ごとの再送開始日。
       *>  再送の無い店は実行日）--
       77   CST-MAX-MISE-KENSU                PIC 9(003) VALUE 999.
       01   WRK-MISE-TBL.
            03   WRK-MISE-ENT                     OCCURS 999.
                 05   WRK-MISE-MISEBAN            PIC X(003).
                 05   WRK-MISE-SAISOU-BI          PIC 9(008).
       01   WRK-MISE-CNT                      PIC 9(003).
       01   WRK-MISE-IDX                      PIC 9(003).
       01   WRK-MISE-MITUKE-SW                PIC X(001).
            88   WRK-MISE-MITUKE              VALUE "Y".
       *>
       *>--ＰＯＳ変更履歴の保存日数（PRMGET01で上書き可）--
       01   WRK-HOZON-NISSU                   PIC 9(003) VALUE 014.
       *>
       *>--変更履歴の経過日数の計算用（西暦１年１月１日からの通算日数）--
       01   CST-RUISEKI-TBL.
            03   FILLER                      PIC 9(003) VALUE 000.
            03   FILLER                      PIC 9(003) VALUE 031.
            03   FILLER                      PIC 9(003) VALUE 059.
            03   FILLER                      PIC 9(003) VALUE 090.
            03   FILLER                      PIC 9(003) VALUE 120.
            03   FILLER                      PIC 9(003) VALUE 151.
            03   FILLER                      PIC 9(003) VALUE 181.
            03   FILLER                      PIC 9(003) VALUE 212.
            03   FILLER                      PIC 9(003) VALUE 243.
            03   FILLER                      PIC 9(003) VALUE 273.
            03   FILLER                      PIC 9(003) VALUE 304.
            03   FILLER                      PIC 9(003) VALUE 334.
       01   CST-RUISEKI-R REDEFINES CST-RUISEKI-TBL.
            03   CST-RUISEKI                 PIC 9(003) OCCURS 12.
       *>
       *>--月末日の定数（２月は閏年判定で２９日とする）--
       01   CST-GETSUMATSU-TBL.
            03   FILLER                      PIC X(024)
                             VALUE "312831303130313130313031".
       01   CST-GETSUMATSU-R REDEFINES CST-GETSUMATSU-TBL.
            03   CST-GETSUMATSU              PIC 9(002) OCCURS 12.
       01   WRK-GETSUMATSU-HI                 PIC 9(002).
       *>
       01   WRK-TSUSAN-AREA.
            03   WRK-TSUSAN-HIZUKE            PIC 9(008).
            03   WRK-TSUSAN-HIZUKE-H  REDEFINES   WRK-TSUSAN-HIZUKE.
                 05   WRK-TSUSAN-NEN          PIC 9(004).
                 05   WRK-TSUSAN-GETU         PIC 9(002).
                 05   WRK-TSUSAN-HI           PIC 9(002).
            03   WRK-TSUSAN-ZENNEN            PIC 9(004).
            03   WRK-TSUSAN-SHO4              PIC 9(004).
            03   WRK-TSUSAN-SHO100            PIC 9(004).
            03   WRK-TSUSAN-SHO400            PIC 9(004).
            03   WRK-TSUSAN-AMARI             PIC 9(004).
            03   WRK-TSUSAN-NISSU             PIC 9(007).
       01   WRK-RUN-NISSU                     PIC 9(007).
       01   WRK-KEIKA-NISSU                   PIC S9(007).
       *>--閏年判定用の作業領域--
       01   WRK-URUU-AREA.
            03   WRK-URUU-NEN4                PIC 9(002) COMP.
            03   WRK-URUU-NEN100              PIC 9(002) COMP.
            03   WRK-URUU-NEN400              PIC 9(002) COMP.
            03   WRK-URUU-FLG                 PIC X(001).
                 88   WRK-URUU-NENDO          VALUE "1".
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "POSDL01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "POSDL01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       01   WRK-ERR-COUNT                     PIC 9(006) VALUE ZERO.
       *>
       *>実行日・翌日（売価の適用日）の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-YOKUJITSU                     PIC 9(008).
       01   WRK-YOKUJITSU-H  REDEFINES   WRK-YOKUJITSU.
            03   WRK-YOKU-NEN                 PIC 9(004).
            03   WRK-YOKU-GETU                PIC 9(002).
            03   WRK-YOKU-HI                  PIC 9(002).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "POSDL01の処理結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "商品読込件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "追加商品件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "変更商品件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "削除商品件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "配信店舗数：".
            03   MSG6-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS7-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "未確認再送店舗数：".
            03   MSG7-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS8-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "店別抽出件数：".
            03   MSG8-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(042)
                  VALUE "IN02-SHOHIN-MASTER入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>
       *>--退避テーブルあふれ時に表示するメッセージ--
       01   MSA-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                   VALUE "退避テーブルあふれ（中止）".
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  商品マスタと前回ＰＯＳ商品状況を商品コード順に突き合わせ、
       *>  当日分の変更をＰＯＳ変更履歴へ記録する
           PERFORM   MAIN-PROC
                    UNTIL   WRK-IN02-KEY   =   HIGH-VALUE
                    AND     WRK-PSN-KEY    =   HIGH-VALUE.
       *>
       *>  店舗ごとに再送分と当日分の変更を店別抽出ファイルへ書き出す
           PERFORM   MISE-HAISHIN-CONTROL-PROC.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   ZERO    TO   WRK-IN-COUNT.
           MOVE   ZERO    TO   WRK-TSUIKA-COUNT.
           MOVE   ZERO    TO   WRK-HENKOU-COUNT.
           MOVE   ZERO    TO   WRK-SAKUZYO-COUNT.
           MOVE   ZERO    TO   WRK-MISE-COUNT.
           MOVE   ZERO    TO   WRK-SAISOU-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-RENBAN.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           PERFORM   YOKUJITSU-CALC-PROC.
       *>
           MOVE   WRK-RUN-DATE       TO   WRK-TSUSAN-HIZUKE.
           PERFORM   TSUSAN-NISSU-PROC.
           MOVE   WRK-TSUSAN-NISSU   TO   WRK-RUN-NISSU.
       *>
           PERFORM   PARM-GET-PROC.
       *>
       *>  単価適用日・販促単価・稼働中店舗・未確認配信の一括読み込み
           PERFORM   TEKIYO-TANKA-LOAD-PROC.
           PERFORM   HANSOKU-FILE-LOAD-PROC.
           PERFORM   MISE-FILE-LOAD-PROC.
           PERFORM   KANRI-FILE-LOAD-PROC.
       *>
       *>  保存日数内の前回ＰＯＳ変更履歴の引き継ぎ
           OPEN   OUTPUT   PCJ02-KONKAI-FILE.
           PERFORM   RIREKI-HIKITSUGI-PROC.
       *>
           OPEN   INPUT    IN02-SHOHIN-MASTER.
           IF   IN02-FILE-STATUS   NOT =   "00"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
           OPEN   OUTPUT   PSN02-KONKAI-FILE.
       *>
           MOVE   SPACE   TO   WRK-PSN-ARI-SW.
           OPEN   INPUT   PSN01-ZENKAI-FILE.
           IF   PSN-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-PSN-ARI-SW
           END-IF.
       *>
           PERFORM   SHOHIN-READ-PROC.
           PERFORM   ZENKAI-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（商品マスタと前回ＰＯＳ商品状況の照合１回分）
       *>  マスタのみ＝追加、両方＝売価・商品名等が変われば変更、
       *>  前回のみ＝削除とする
       *>----------------------------------------------------------------------------
       MAIN-PROC                         SECTION.
       *>
           EVALUATE   TRUE
       *>      マスタのみ（追加）
               WHEN   WRK-IN02-KEY   <   WRK-PSN-KEY
                      PERFORM   BAIKA-KETTEI-PROC
                      WRITE  PSN02-RECODE   FROM   WRK-POS-AREA
                      MOVE   "1"   TO   WRK-HENKOU-KUBUN
                      PERFORM   RIREKI-WRITE-PROC
                      PERFORM   SHOHIN-READ-PROC
       *>      両方（変更の有無を判定）
               WHEN   WRK-IN02-KEY   =   WRK-PSN-KEY
                      PERFORM   BAIKA-KETTEI-PROC
                      WRITE  PSN02-RECODE   FROM   WRK-POS-AREA
                      IF   WRK-POS-DATA   NOT =   PSN01-DATA   THEN
                           MOVE   "2"   TO   WRK-HENKOU-KUBUN
                           PERFORM   RIREKI-WRITE-PROC
                      END-IF
                      PERFORM   SHOHIN-READ-PROC
                      PERFORM   ZENKAI-READ-PROC
       *>      前回のみ（削除）
               WHEN   OTHER
                      MOVE   PSN01-RECODE   TO   WRK-POS-AREA
                      MOVE   "3"   TO   WRK-HENKOU-KUBUN
                      PERFORM   RIREKI-WRITE-PROC
                      PERFORM   ZENKAI-READ-PROC
           END-EVALUATE.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           MOVE   WRK-IN-COUNT        TO   MSG2-COUNT.
           MOVE   WRK-TSUIKA-COUNT    TO   MSG3-COUNT.
           MOVE   WRK-HENKOU-COUNT    TO   MSG4-COUNT.
           MOVE   WRK-SAKUZYO-COUNT   TO   MSG5-COUNT.
           MOVE   WRK-MISE-COUNT      TO   MSG6-COUNT.
           MOVE   WRK-SAISOU-COUNT    TO   MSG7-COUNT.
           MOVE   WRK-OUT-COUNT       TO   MSG8-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS6-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS7-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS8-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-OUT-COUNT
                                          WRK-ERR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品マスタの読み込み（終了時は照合キーをHIGH-VALUEとする）
       *>----------------------------------------------------------------------------
       SHOHIN-READ-PROC                   SECTION.
       *>
           READ   IN02-SHOHIN-MASTER   NEXT
             AT   END
                  MOVE   HIGH-VALUE   TO   WRK-IN02-KEY
                  GO   TO   SHOHIN-READ-PROC-EXIT
           END-READ.
       *>
           MOVE   IN02-SHOHIN-CODE   TO   WRK-IN02-KEY.
           ADD    1                  TO   WRK-IN-COUNT.
       *>
       SHOHIN-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前回ＰＯＳ商品状況ファイルの読み込み（無い場合・終了時は照合キーを
       *>  HIGH-VALUEとする。初回は全商品を追加として送る）
       *>----------------------------------------------------------------------------
       ZENKAI-READ-PROC                   SECTION.
       *>
           IF   NOT   WRK-PSN-ARI   THEN
                MOVE   HIGH-VALUE   TO   WRK-PSN-KEY
                GO   TO   ZENKAI-READ-PROC-EXIT
           END-IF.
       *>
           READ   PSN01-ZENKAI-FILE
             AT   END
                  MOVE   HIGH-VALUE   TO   WRK-PSN-KEY
                  GO   TO   ZENKAI-READ-PROC-EXIT
           END-READ.
       *>
           MOVE   PSN01-SHOHIN-CODE   TO   WRK-PSN-KEY.
       *>
       ZENKAI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>翌日の売価の決定（TEST0001の単価決定と同じ順で判定する）
       *>  単価適用日テーブルに翌日以前で最新の登録があればその単価、無ければ
       *>  マスタ単価を通常売価とし、翌日が販促の適用期間内であれば販促単価を
       *>  売価とする
       *>----------------------------------------------------------------------------
       BAIKA-KETTEI-PROC                  SECTION.
       *>
           MOVE   IN02-SHOHIN-CODE   TO   WRK-POS-SHOHIN-CODE.
           MOVE   IN02-SHOHIN-MI     TO   WRK-POS-SHOHIN-MEI.
           MOVE   IN02-ZEI-KUBUN     TO   WRK-POS-ZEI-KUBUN.
           MOVE   IN02-TANKA         TO   WRK-POS-TSUJO-TANKA.
       *>
           MOVE   ZERO   TO   WRK-PRH-SAIYO-BI.
           PERFORM   TEKIYO-BI-TBL-CHECK-PROC
                    VARYING   WRK-PRH-IDX   FROM   1   BY   1
                    UNTIL   WRK-PRH-IDX   >   WRK-PRH-CNT.
       *>
           MOVE   WRK-POS-TSUJO-TANKA   TO   WRK-POS-BAIKA.
           MOVE   SPACE                 TO   WRK-POS-HANSOKU-KUBUN.
       *>
           MOVE   SPACE   TO   WRK-HANSOKU-MITUKE-SW.
           PERFORM   HANSOKU-TBL-CHECK-PROC
                    VARYING   WRK-HANSOKU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HANSOKU-IDX   >   WRK-HANSOKU-CNT
                    OR      WRK-HANSOKU-MITUKE.
           IF   WRK-HANSOKU-MITUKE   THEN
                MOVE   WRK-HANSOKU-TANKA(WRK-HANSOKU-HIT-IDX)
                              TO   WRK-POS-BAIKA
                MOVE   "P"    TO   WRK-POS-HANSOKU-KUBUN
           END-IF.
       *>
       BAIKA-KETTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>単価適用日テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       TEKIYO-BI-TBL-CHECK-PROC           SECTION.
       *>
           IF   WRK-PRH-SHOHIN(WRK-PRH-IDX)   =   IN02-SHOHIN-CODE
           AND  WRK-PRH-TEKIYO-BI(WRK-PRH-IDX)   <=   WRK-YOKUJITSU
           AND  WRK-PRH-TEKIYO-BI(WRK-PRH-IDX)   >=
                WRK-PRH-SAIYO-BI   THEN
                MOVE   WRK-PRH-TEKIYO-BI(WRK-PRH-IDX) TO
                       WRK-PRH-SAIYO-BI
                MOVE   WRK-PRH-TANKA(WRK-PRH-IDX)     TO
                       WRK-POS-TSUJO-TANKA
           END-IF.
       *>
       TEKIYO-BI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>販促単価テーブルの突合チェック（１件分・翌日が適用期間内か判定）
       *>----------------------------------------------------------------------------
       HANSOKU-TBL-CHECK-PROC             SECTION.
       *>
           IF   WRK-HANSOKU-SHOHIN(WRK-HANSOKU-IDX)
                                   =   IN02-SHOHIN-CODE
           AND  WRK-HANSOKU-KAISHI(WRK-HANSOKU-IDX)
                                   <=   WRK-YOKUJITSU
           AND  WRK-HANSOKU-SHURYO(WRK-HANSOKU-IDX)
                                   >=   WRK-YOKUJITSU   THEN
                MOVE   "Y"               TO   WRK-HANSOKU-MITUKE-SW
                MOVE   WRK-HANSOKU-IDX   TO   WRK-HANSOKU-HIT-IDX
           END-IF.
       *>
       HANSOKU-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>当日分の変更のＰＯＳ変更履歴への書き出し（WRK-POS-AREAの内容）
       *>----------------------------------------------------------------------------
       RIREKI-WRITE-PROC                  SECTION.
       *>
           ADD    1                       TO   WRK-RENBAN.
           MOVE   SPACE                   TO   PCJ02-RECODE.
           MOVE   WRK-RUN-DATE            TO   PCJ02-HENKOU-BI.
           MOVE   WRK-RENBAN              TO   PCJ02-RENBAN.
           MOVE   WRK-HENKOU-KUBUN        TO   PCJ02-HENKOU-KUBUN.
           MOVE   WRK-POS-SHOHIN-CODE     TO   PCJ02-SHOHIN-CODE.
           MOVE   WRK-POS-SHOHIN-MEI      TO   PCJ02-SHOHIN-MEI.
           MOVE   WRK-POS-TSUJO-TANKA     TO   PCJ02-TSUJO-TANKA.
           MOVE   WRK-POS-BAIKA           TO   PCJ02-BAIKA.
           MOVE   WRK-POS-HANSOKU-KUBUN   TO   PCJ02-HANSOKU-KUBUN.
           MOVE   WRK-POS-ZEI-KUBUN       TO   PCJ02-ZEI-KUBUN.
           MOVE   WRK-YOKUJITSU           TO   PCJ02-TEKIYO-BI.
           WRITE  PCJ02-RECODE.
       *>
           EVALUATE   WRK-HENKOU-KUBUN
               WHEN   "1"
                      ADD   1   TO   WRK-TSUIKA-COUNT
               WHEN   "2"
                      ADD   1   TO   WRK-HENKOU-COUNT
               WHEN   OTHER
                      ADD   1   TO   WRK-SAKUZYO-COUNT
           END-EVALUATE.
       *>
       RIREKI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前回ＰＯＳ変更履歴の引き継ぎ（保存日数内の前日以前の変更を写す。
       *>  同日の再実行分は今回作り直す）
       *>----------------------------------------------------------------------------
       RIREKI-HIKITSUGI-PROC              SECTION.
       *>
           OPEN   INPUT   PCJ01-ZENKAI-FILE.
           IF   PCJ-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   RIREKI-HIKITSUGI-PROC-EXIT
           END-IF.
       *>
           PERFORM   RIREKI-HIKITSUGI-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           CLOSE   PCJ01-ZENKAI-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       RIREKI-HIKITSUGI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前回ＰＯＳ変更履歴の読み込みと引き継ぎ（１件分）
       *>----------------------------------------------------------------------------
       RIREKI-HIKITSUGI-READ-PROC         SECTION.
       *>
           READ   PCJ01-ZENKAI-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   RIREKI-HIKITSUGI-READ-PROC-EXIT
           END-READ.
       *>
           IF   PCJ01-HENKOU-BI   >=   WRK-RUN-DATE   THEN
                GO   TO   RIREKI-HIKITSUGI-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   PCJ01-HENKOU-BI   TO   WRK-TSUSAN-HIZUKE.
           PERFORM   TSUSAN-NISSU-PROC.
           COMPUTE   WRK-KEIKA-NISSU   =
                     WRK-RUN-NISSU   -   WRK-TSUSAN-NISSU.
           IF   WRK-KEIKA-NISSU   >   WRK-HOZON-NISSU   THEN
                GO   TO   RIREKI-HIKITSUGI-READ-PROC-EXIT
           END-IF.
       *>
           WRITE   PCJ02-RECODE   FROM   PCJ01-RECODE.
       *>
       RIREKI-HIKITSUGI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗ごとの店別抽出ファイルの書き出し
       *>----------------------------------------------------------------------------
       MISE-HAISHIN-CONTROL-PROC          SECTION.
       *>
           CLOSE   IN02-SHOHIN-MASTER
                   PSN02-KONKAI-FILE
                   PCJ02-KONKAI-FILE.
           IF   WRK-PSN-ARI   THEN
                CLOSE   PSN01-ZENKAI-FILE
           END-IF.
       *>
       *>  店別抽出ファイルは追記モードでオープン（無ければ新規作成）
           OPEN   EXTEND   EXT01-CHUSHUTSU-FILE.
           IF   EXT-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   EXT01-CHUSHUTSU-FILE
           END-IF.
       *>
           PERFORM   MISE-HAISHIN-PROC
                    VARYING   WRK-MISE-IDX   FROM   1   BY   1
                    UNTIL   WRK-MISE-IDX   >   WRK-MISE-CNT.
       *>
           CLOSE   EXT01-CHUSHUTSU-FILE.
       *>
       MISE-HAISHIN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗１店分の書き出し（ＰＯＳ変更履歴のうち、再送開始日以降の変更を
       *>  変更日・連番順に書き出す。再送の無い店は当日分のみとなる）
       *>----------------------------------------------------------------------------
       MISE-HAISHIN-PROC                  SECTION.
       *>
           ADD   1   TO   WRK-MISE-COUNT.
           IF   WRK-MISE-SAISOU-BI(WRK-MISE-IDX)   <   WRK-RUN-DATE
           THEN
                ADD   1   TO   WRK-SAISOU-COUNT
           END-IF.
       *>
           OPEN   INPUT   PCJ02-KONKAI-FILE.
           IF   PCJ2-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   MISE-HAISHIN-PROC-EXIT
           END-IF.
       *>
           PERFORM   MISE-RIREKI-WRITE-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           CLOSE   PCJ02-KONKAI-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       MISE-HAISHIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＰＯＳ変更履歴の読み込みと店別抽出ファイルへの書き出し（１件分）
       *>----------------------------------------------------------------------------
       MISE-RIREKI-WRITE-PROC             SECTION.
       *>
           READ   PCJ02-KONKAI-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   MISE-RIREKI-WRITE-PROC-EXIT
           END-READ.
       *>
           IF   PCJ02-HENKOU-BI   <
                WRK-MISE-SAISOU-BI(WRK-MISE-IDX)   THEN
                GO   TO   MISE-RIREKI-WRITE-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-MISE-MISEBAN(WRK-MISE-IDX)   TO   EXT01-MISEBAN.
           MOVE   PCJ02-RECODE                     TO   EXT01-NAIYO.
           WRITE  EXT01-RECODE.
           ADD    1   TO   WRK-OUT-COUNT.
       *>
       MISE-RIREKI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>単価適用日テーブルの一括読み込み（無い場合はマスタ単価のみ）
       *>----------------------------------------------------------------------------
       TEKIYO-TANKA-LOAD-PROC             SECTION.
       *>
           MOVE   ZERO   TO   WRK-PRH-CNT.
       *>
           OPEN   INPUT   PRH01-TANKA-TEKIYO.
       *>
           IF   PRH-FILE-STATUS   =   "00"   THEN
                PERFORM   TEKIYO-TANKA-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   PRH01-TANKA-TEKIYO
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       TEKIYO-TANKA-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>単価適用日テーブルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       TEKIYO-TANKA-READ-PROC             SECTION.
       *>
           READ PRH01-TANKA-TEKIYO
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-PRH-CNT   <   CST-MAX-PRH-KENSU  THEN
                          ADD   1   TO   WRK-PRH-CNT
                          MOVE   PRH01-SHOHIN-CODE   TO
                              WRK-PRH-SHOHIN(WRK-PRH-CNT)
                          MOVE   PRH01-TEKIYO-BI     TO
                              WRK-PRH-TEKIYO-BI(WRK-PRH-CNT)
                          MOVE   PRH01-TANKA         TO
                              WRK-PRH-TANKA(WRK-PRH-CNT)
                     ELSE
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
           END-READ.
       *>
       TEKIYO-TANKA-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>販促単価ファイルの一括読み込み（無い場合は販促なし）
       *>----------------------------------------------------------------------------
       HANSOKU-FILE-LOAD-PROC             SECTION.
       *>
           MOVE   ZERO   TO   WRK-HANSOKU-CNT.
       *>
           OPEN   INPUT   PRO01-HANSOKU-FILE.
       *>
           IF   PRO-FILE-STATUS   =   "00"   THEN
                PERFORM   HANSOKU-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   PRO01-HANSOKU-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       HANSOKU-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>販促単価ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       HANSOKU-FILE-READ-PROC             SECTION.
       *>
           READ PRO01-HANSOKU-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-HANSOKU-CNT < CST-MAX-HANSOKU-KENSU THEN
                          ADD   1   TO   WRK-HANSOKU-CNT
                          MOVE   PRO01-SHOHIN-CODE     TO
                              WRK-HANSOKU-SHOHIN(WRK-HANSOKU-CNT)
                          MOVE   PRO01-HANSOKU-TANKA   TO
                              WRK-HANSOKU-TANKA(WRK-HANSOKU-CNT)
                          MOVE   PRO01-KAISHI-BI       TO
                              WRK-HANSOKU-KAISHI(WRK-HANSOKU-CNT)
                          MOVE   PRO01-SHURYO-BI       TO
                              WRK-HANSOKU-SHURYO(WRK-HANSOKU-CNT)
                     ELSE
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
           END-READ.
       *>
       HANSOKU-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>稼働中店舗の一括読み込み（活動フラグ"1"の店。再送開始日は実行日）
       *>----------------------------------------------------------------------------
       MISE-FILE-LOAD-PROC                SECTION.
       *>
           MOVE   ZERO   TO   WRK-MISE-CNT.
       *>
           OPEN   INPUT   MIS01-MISE-MASTER.
       *>
           IF   MIS-FILE-STATUS   =   "00"   THEN
                PERFORM   MISE-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   MIS01-MISE-MASTER
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       MISE-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗マスタの読み込み（１件分、稼働中の店をテーブルへ追加）
       *>----------------------------------------------------------------------------
       MISE-FILE-READ-PROC                SECTION.
       *>
           READ MIS01-MISE-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   MIS01-KATSUDO-FLG   =   "1"   THEN
                          IF   WRK-MISE-CNT < CST-MAX-MISE-KENSU THEN
                               ADD   1   TO   WRK-MISE-CNT
                               MOVE   MIS01-MISEBAN   TO
                                   WRK-MISE-MISEBAN(WRK-MISE-CNT)
                               MOVE   WRK-RUN-DATE    TO
                                   WRK-MISE-SAISOU-BI(WRK-MISE-CNT)
                          ELSE
                               PERFORM   TBL-OVER-ABORT-PROC
                          END-IF
                     END-IF
           END-READ.
       *>
       MISE-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>配信管理ファイルの読み込みと再送開始日の決定（無い場合は再送なし）
       *>----------------------------------------------------------------------------
       KANRI-FILE-LOAD-PROC               SECTION.
       *>
           OPEN   INPUT   TXL01-KANRI-FILE.
       *>
           IF   TXL-FILE-STATUS   =   "00"   THEN
                PERFORM   KANRI-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   TXL01-KANRI-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       KANRI-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>配信管理ファイルの読み込み（１件分）
       *>  前日以前の確認済み（Ａ）以外の配信は、その配信日を店の再送
       *>  開始日とする（最も古い未確認配信の日を採る）
       *>----------------------------------------------------------------------------
       KANRI-FILE-READ-PROC               SECTION.
       *>
           READ   TXL01-KANRI-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KANRI-FILE-READ-PROC-EXIT
           END-READ.
       *>
           IF   TXL01-KAKUNIN-KUBUN   =   "A"
           OR   TXL01-HAISHIN-BI   >=   WRK-RUN-DATE   THEN
                GO   TO   KANRI-FILE-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-MISE-MITUKE-SW.
           PERFORM   MISE-TBL-CHECK-PROC
                    VARYING   WRK-MISE-IDX   FROM   1   BY   1
                    UNTIL   WRK-MISE-IDX   >   WRK-MISE-CNT
                    OR      WRK-MISE-MITUKE.
           IF   NOT   WRK-MISE-MITUKE   THEN
                GO   TO   KANRI-FILE-READ-PROC-EXIT
           END-IF.
           SUBTRACT   1   FROM   WRK-MISE-IDX.
       *>
           IF   TXL01-HAISHIN-BI   <
                WRK-MISE-SAISOU-BI(WRK-MISE-IDX)   THEN
                MOVE   TXL01-HAISHIN-BI   TO
                       WRK-MISE-SAISOU-BI(WRK-MISE-IDX)
           END-IF.
       *>
       KANRI-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>稼働中店舗テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       MISE-TBL-CHECK-PROC                SECTION.
       *>
           IF   WRK-MISE-MISEBAN(WRK-MISE-IDX)   =   TXL01-MISEBAN
           THEN
                MOVE   "Y"   TO   WRK-MISE-MITUKE-SW
           END-IF.
       *>
       MISE-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>翌日の計算処理（実行日の翌日をWRK-YOKUJITSUへ求める）
       *>----------------------------------------------------------------------------
       YOKUJITSU-CALC-PROC                SECTION.
       *>
           MOVE   WRK-RUN-DATE   TO   WRK-YOKUJITSU.
       *>
           MOVE   CST-GETSUMATSU(WRK-YOKU-GETU)   TO
                  WRK-GETSUMATSU-HI.
           IF   WRK-YOKU-GETU   =   2   THEN
                MOVE   WRK-YOKU-NEN   TO   WRK-TSUSAN-NEN
                PERFORM   URUUDOSHI-HANTEI-PROC
                IF   WRK-URUU-NENDO   THEN
                     MOVE   29   TO   WRK-GETSUMATSU-HI
                END-IF
           END-IF.
       *>
           IF   WRK-YOKU-HI   <   WRK-GETSUMATSU-HI   THEN
                ADD   1   TO   WRK-YOKU-HI
                GO   TO   YOKUJITSU-CALC-PROC-EXIT
           END-IF.
       *>
       *>  月末は翌月１日（１２月末は翌年１月１日）
           MOVE   1   TO   WRK-YOKU-HI.
           IF   WRK-YOKU-GETU   <   12   THEN
                ADD   1   TO   WRK-YOKU-GETU
           ELSE
                MOVE   1   TO   WRK-YOKU-GETU
                ADD    1   TO   WRK-YOKU-NEN
           END-IF.
       *>
       YOKUJITSU-CALC-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>通算日数の計算処理（WRK-TSUSAN-HIZUKEの西暦１年１月１日からの日数）
       *>----------------------------------------------------------------------------
       TSUSAN-NISSU-PROC                  SECTION.
       *>
           COMPUTE   WRK-TSUSAN-ZENNEN   =   WRK-TSUSAN-NEN   -   1.
           DIVIDE   WRK-TSUSAN-ZENNEN   BY   4
                    GIVING   WRK-TSUSAN-SHO4
                REMAINDER   WRK-TSUSAN-AMARI.
           DIVIDE   WRK-TSUSAN-ZENNEN   BY   100
                    GIVING   WRK-TSUSAN-SHO100
                REMAINDER   WRK-TSUSAN-AMARI.
           DIVIDE   WRK-TSUSAN-ZENNEN   BY   400
                    GIVING   WRK-TSUSAN-SHO400
                REMAINDER   WRK-TSUSAN-AMARI.
       *>
           IF   WRK-TSUSAN-GETU   <   1
           OR   WRK-TSUSAN-GETU   >   12   THEN
                MOVE   ZERO   TO   WRK-TSUSAN-NISSU
                GO   TO   TSUSAN-NISSU-PROC-EXIT
           END-IF.
       *>
           COMPUTE   WRK-TSUSAN-NISSU   =
                     WRK-TSUSAN-ZENNEN   *   365
                     +   WRK-TSUSAN-SHO4
                     -   WRK-TSUSAN-SHO100
                     +   WRK-TSUSAN-SHO400
                     +   CST-RUISEKI(WRK-TSUSAN-GETU)
                     +   WRK-TSUSAN-HI.
       *>
           IF   WRK-TSUSAN-GETU   >   2   THEN
                PERFORM   URUUDOSHI-HANTEI-PROC
                IF   WRK-URUU-NENDO   THEN
                     ADD   1   TO   WRK-TSUSAN-NISSU
                END-IF
           END-IF.
       *>
       TSUSAN-NISSU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>処理中の年（WRK-TSUSAN-NEN）が閏年かどうかを判定する処理
       *>----------------------------------------------------------------------------
       URUUDOSHI-HANTEI-PROC              SECTION.
       *>
           MOVE   "0"   TO   WRK-URUU-FLG.
       *>
           DIVIDE   WRK-TSUSAN-NEN   BY   4    GIVING   WRK-URUU-NEN4
                REMAINDER   WRK-URUU-NEN4.
           DIVIDE   WRK-TSUSAN-NEN   BY   100  GIVING   WRK-URUU-NEN100
                REMAINDER   WRK-URUU-NEN100.
           DIVIDE   WRK-TSUSAN-NEN   BY   400  GIVING   WRK-URUU-NEN400
                REMAINDER   WRK-URUU-NEN400.
       *>
           IF   WRK-URUU-NEN400   =   ZERO   THEN
                MOVE   "1"   TO   WRK-URUU-FLG
           ELSE
                IF   WRK-URUU-NEN4     =   ZERO
                AND  WRK-URUU-NEN100   NOT =   ZERO   THEN
                     MOVE   "1"   TO   WRK-URUU-FLG
                END-IF
           END-IF.
       *>
       URUUDOSHI-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>実行パラメータの取得（ＰＯＳ変更履歴の保存日数。未登録時は既定値）
       *>----------------------------------------------------------------------------
       PARM-GET-PROC                     SECTION.
       *>
           MOVE   "HOZON-NISS"   TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-HOZON-NISSU
           END-IF.
       *>
       PARM-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>共通実行パラメータの取得（パラメータ名はWRK-PRM-PARM-MEIに設定済み）
       *>----------------------------------------------------------------------------
       PARM-CALL-PROC                    SECTION.
       *>
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
       *>
       PARM-CALL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入出力異常処理（異常終了する）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC             SECTION.
       *>
           MOVE   IN02-FILE-STATUS   TO   MSG9-STATUS.
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16                 TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>退避テーブルあふれ処理（異常終了する）
       *>----------------------------------------------------------------------------
       TBL-OVER-ABORT-PROC                SECTION.
       *>
           DISPLAY   MSA-MESSAGE-AREA   UPON   CONSOLE.
           MOVE   16   TO   RETURN-CODE.
           STOP   RUN.
       *>
       TBL-OVER-ABORT-PROC-EXIT.
       *>
           EXIT.
