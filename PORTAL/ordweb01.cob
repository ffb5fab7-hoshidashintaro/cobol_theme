       *>----------------------------------------------------------------------------
       *>受注状況Ｗｅｂ連携ファイル作成処理
       *>  顧客マスタ（KMS01）のＷｅｂ照会区分が"1"の顧客について、未完了
       *>  または最近出荷した受注明細とその状況を、Ｗｅｂポータルへ送る
       *>  受注状況連携ファイル（WEB01）へ夜間に書き出す。
       *>  状況区分と取得元は次のとおり。
       *>    Ａ＝引当済み・Ｐ＝ピッキング済み・Ｓ＝出荷済み（マニフェスト
       *>      番号・運送会社コード・出荷日付き）… 受注状況ファイル（STS02）
       *>      （出荷済みは出荷日から指定日数（既定値７日）以内の明細に限る。
       *>      キット構成明細（Ｃ）は載せず、親明細で通知する）
       *>    Ｂ＝入荷待ち（約束日付き）… 欠品受注ファイル（BO01）と繰越
       *>      欠品受注ファイル（BOC01）
       *>    Ｈ＝与信保留 … 与信限度額超過受注保留ファイル（HLD01）
       *>    Ｒ＝予約（受注予定日付き）… 予約受注ファイル（RSV01）
       *>  連携ファイルは顧客ごとにCH＝顧客ヘッダ、SD＝状況明細、CT＝顧客
       *>  トレーラ（明細件数の管理カウント）の順に並べ、ポータル側で顧客
       *>  ごとに取り込む。通常は前回送信した状況（前回送信状況ファイル
       *>  WSN01）と突き合わせ、追加・変更・削除された明細のみを送る（差分）。
       *>  週に一度（共通実行パラメータZENKEN-YOUBIの曜日、既定値は日曜日）
       *>  と前回送信状況ファイルが無い初回は、照会対象の全顧客の全明細を
       *>  送る（全件。明細の無い顧客もヘッダ・トレーラを送る）。
       *>  今回の状況は送信状況ファイル（WSN02）へ書き出し、運用で次回の
       *>  前回送信状況ファイルへ差し替える。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        ORDWEB01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]受注状況ファイル（STATUS01の出力）
       *>----------------------------------------------------------------------------
       SELECT    STS02-STATUS-FILE    ASSIGN       TO   "STS02.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]欠品（在庫不足）受注ファイル
       *>----------------------------------------------------------------------------
       SELECT    BO01-BACKORDER-FILE  ASSIGN       TO   "BO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS BO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]繰越欠品受注ファイル（BORELEASE01の出力）
       *>----------------------------------------------------------------------------
       SELECT    BOC01-CARRY-FILE     ASSIGN       TO   "BOC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS BOC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]与信限度額超過受注保留ファイル（TEST0001の出力）
       *>----------------------------------------------------------------------------
       SELECT    HLD01-HOLD-FILE      ASSIGN       TO   "HLD01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS HLD-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]予約受注ファイル（TEST0001が登録する）
       *>----------------------------------------------------------------------------
       SELECT    RSV01-YOYAKU-FILE    ASSIGN       TO   "RSV01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS RSV-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]前回送信状況ファイル（前回実行のWSN02。初回は無くてもよい）
       *>----------------------------------------------------------------------------
       SELECT    WSN01-ZENKAI-FILE    ASSIGN       TO   "WSN01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS WSN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[作業]整列併合用ファイル
       *>----------------------------------------------------------------------------
       SELECT   ST-SORT-FILE        ASSIGN        TO "ST".
       *>----------------------------------------------------------------------------
       *>[出力]送信状況ファイル（次回の前回送信状況ファイル）
       *>----------------------------------------------------------------------------
       SELECT    WSN02-KONKAI-FILE    ASSIGN       TO   "WSN02.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]受注状況Ｗｅｂ連携ファイル
       *>----------------------------------------------------------------------------
       SELECT    WEB01-RENKEI-FILE    ASSIGN       TO   "WEB01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>顧客マスタファイルのレイアウト定義（KOKYAKU_UPDATE01と同一）
       *>----------------------------------------------------------------------------
       FD   KMS01-KOKYAKU-MASTER.
       01   KMS01-RECODE.
            03   KMS01-KOKYAKU-BANGOU          PIC 9(006).
            03   KMS01-KOKYAKU-MEI             PIC X(020).
            03   KMS01-KOKYAKU-ZYUSHO          PIC X(040).
       *>   --与信限度額（ゼロは与信チェック対象外）・買掛残高--
            03   KMS01-YOSHIN-GENDO            PIC 9(009).
            03   KMS01-KAIKAKE-ZANDAKA         PIC 9(009).
       *>   --郵便番号（出荷ラベル用）--
            03   KMS01-YUBIN-BANGOU            PIC X(007).
       *>   --送料免除基準額（税抜商品計がこの額以上で送料無料。
       *>     ゼロは免除なし）--
            03   KMS01-SORYO-MENJO-GAKU        PIC 9(007).
       *>   --統合先顧客番号（ゼロ以外は統合済みの重複顧客）--
            03   KMS01-TOGO-SAKI               PIC 9(006).
       *>   --締日・回収サイト（締日・回収日の００と３１以上は月末。
       *>     回収月は締月からの月数で、０＝当月・１＝翌月・２＝翌々月）--
            03   KMS01-SHIME-BI                PIC 9(002).
            03   KMS01-KAISHU-TSUKI            PIC 9(001).
            03   KMS01-KAISHU-BI               PIC 9(002).
       *>   --請求先顧客番号（本部一括請求の店舗は本部の顧客番号。
       *>     ゼロは自社へ請求）--
            03   KMS01-SEIKYU-SAKI             PIC 9(006).
       *>   --口座振替の引落口座（銀行コード・支店コード・預金種目（１＝普通・
       *>     ２＝当座）・口座番号・口座名義（半角カナ）。銀行コードゼロは
       *>     口座振替未登録）--
            03   KMS01-GINKO-CODE              PIC 9(004).
            03   KMS01-SHITEN-CODE             PIC 9(003).
            03   KMS01-YOKIN-SHUMOKU           PIC 9(001).
            03   KMS01-KOZA-BANGOU             PIC 9(007).
            03   KMS01-KOZA-MEIGI              PIC X(030).
       *>   --請求通貨（ISO通貨コード。空白・JPYは円建て。外貨建ての顧客は
       *>     為替レートマスタ（KWR01）のレートで請求額を外貨換算する）--
            03   KMS01-TSUKA-CODE              PIC X(003).
       *>   --Ｗｅｂ照会区分（"1"＝Ｗｅｂポータルで受注状況を照会する顧客。
       *>     ORDWEB01が夜間に受注状況連携ファイルを作成する）--
            03   KMS01-WEB-KUBUN               PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]受注状況ファイルのレイアウト定義（STATUS01と同一）
       *>----------------------------------------------------------------------------
       FD   STS02-STATUS-FILE.
       01   STS02-RECODE.
            03   STS02-ZYUTYU-BANGOU.
                 05   STS02-MISEBAN           PIC X(003).
                 05   STS02-TYUMON-BANGOU     PIC 9(005).
            03   STS02-SHOHIN-CODE            PIC X(006).
            03   STS02-TYUMON-SU              PIC S9(005).
            03   STS02-YAKUSOKU-BI            PIC 9(008).
            03   STS02-JOKYO-KUBUN            PIC X(001).
            03   STS02-SHUKKA-BI              PIC 9(008).
            03   STS02-SHUKKA-SU              PIC 9(005).
       *>   --出荷ロット番号（受注ファイルより引き継ぐ）--
            03   STS02-LOT-NO                 PIC X(008).
       *>   --マニフェスト番号・運送会社コード（出荷確認より引き継ぐ）--
            03   STS02-MANIFEST-BANGOU        PIC 9(006).
            03   STS02-UNSO-CODE              PIC X(002).
       *>   --請求用項目（受注ファイルより引き継ぐ単価・顧客情報と、
       *>     出荷時請求（INVOICE01）が消し込む請求済み数量）--
            03   STS02-TANKA                  PIC 9(005).
            03   STS02-KOKYAKU-BANGOU         PIC 9(006).
            03   STS02-KOKYAKU-MEI            PIC X(020).
            03   STS02-KOKYAKU-ZYUSHO         PIC X(040).
            03   STS02-YUBIN-BANGOU           PIC X(007).
            03   STS02-SEIKYU-ZUMI-SU         PIC 9(005).
       *>   --キット区分・親商品コード（受注ファイルより引き継ぐ）--
            03   STS02-KIT-KUBUN              PIC X(001).
            03   STS02-KIT-OYA-CODE           PIC X(006).
       *>   --配達区分・配達日（配達証明より記録する）--
            03   STS02-HAITATSU-KUBUN         PIC X(001).
            03   STS02-HAITATSU-BI            PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]欠品受注ファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   BO01-BACKORDER-FILE.
       01   BO01-RECODE.
          03   BO01-ZYUTYU-BANGOU.
                05   BO01-MISEBAN                   PIC X(003).
                05   BO01-TYUMON-BANGOU             PIC 9(005).
          03   BO01-SHOHIN-CODE                     PIC X(006).
          03   BO01-TYUMON-SU                       PIC 9(005).
          03   BO01-ZAIKO-SU                        PIC 9(006).
          03   BO01-UKETUKE-NICHIZI                 PIC 9(012).
          03   BO01-KOKYAKU-BANGOU                  PIC 9(006).
          03   BO01-TANTOSYA-CODE                   PIC X(007).
          03   BO01-YUSEN-KUBUN                     PIC X(001).
          03   BO01-YAKUSOKU-BI                     PIC 9(008).
          03   BO01-GENCHUMON-BI                    PIC 9(008).
          03   BO01-KEIJOU-BI                       PIC 9(008).
          03   BO01-NOHIN-SAKI                      PIC X(003).
          03   BO01-KAKAKU-SHONIN-KUBUN             PIC X(001).
          03   BO01-SURYO-KAKUNIN-KUBUN             PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]繰越欠品受注ファイルのレイアウト定義（BO01と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   BOC01-CARRY-FILE.
       01   BOC01-RECODE.
          03   BOC01-ZYUTYU-BANGOU                  PIC X(008).
          03   BOC01-SHOHIN-CODE                    PIC X(006).
          03   BOC01-TYUMON-SU                      PIC 9(005).
          03   BOC01-ZAIKO-SU                       PIC 9(006).
          03   BOC01-UKETUKE-NICHIZI                PIC 9(012).
          03   BOC01-KOKYAKU-BANGOU                 PIC 9(006).
          03   BOC01-TANTOSYA-CODE                  PIC X(007).
          03   BOC01-YUSEN-KUBUN                    PIC X(001).
          03   BOC01-YAKUSOKU-BI                    PIC 9(008).
          03   BOC01-GENCHUMON-BI                   PIC 9(008).
          03   BOC01-KEIJOU-BI                      PIC 9(008).
          03   BOC01-NOHIN-SAKI                     PIC X(003).
          03   BOC01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   BOC01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]与信限度額超過受注保留ファイルのレイアウト定義（HOLDREL01と同一）
       *>----------------------------------------------------------------------------
       FD   HLD01-HOLD-FILE.
       01   HLD01-RECODE.
          03   HLD01-ZYUTYU-BANGOU                  PIC X(008).
          03   HLD01-SHOHIN-CODE                    PIC X(006).
          03   HLD01-TYUMON-SU                      PIC S9(005).
          03   HLD01-UKETUKE-NICHIZI                PIC 9(012).
          03   HLD01-TANTOSYA-CODE                  PIC X(007).
          03   HLD01-KOKYAKU-BANGOU                 PIC 9(006).
          03   HLD01-KINGAKU                        PIC S9(008).
          03   HLD01-HOLD-RIYU                      PIC X(015).
          03   HLD01-NOHIN-SAKI                     PIC X(003).
          03   HLD01-CHOKUSO-KUBUN                  PIC X(001).
          03   HLD01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   HLD01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]予約受注ファイルのレイアウト定義（RSVREL01と同一）
       *>----------------------------------------------------------------------------
       FD   RSV01-YOYAKU-FILE.
       01   RSV01-RECODE.
          03   RSV01-ZYUTYU-BANGOU                  PIC X(008).
          03   RSV01-KOKYAKU-BANGOU                 PIC 9(006).
          03   RSV01-YUSEN-KUBUN                    PIC X(001).
          03   RSV01-SHONIN-KUBUN                   PIC X(001).
          03   RSV01-SHOHIN-CODE                    PIC X(006).
          03   RSV01-TYUMON-SU                      PIC S9(005).
          03   RSV01-HIDUKE                         PIC 9(008).
          03   RSV01-ZIKAN                          PIC 9(004).
          03   RSV01-TANTOSYA-CODE                  PIC X(007).
          03   RSV01-TOUROKU-BI                     PIC 9(008).
          03   RSV01-NOHIN-SAKI                     PIC X(003).
          03   RSV01-CHOKUSO-KUBUN                  PIC X(001).
          03   RSV01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   RSV01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]前回送信状況ファイルのレイアウト定義
       *>  （顧客番号＋受注番号＋商品コード＋取得元区分の順に並ぶ。取得元
       *>    区分はＯ＝受注状況、Ｂ＝欠品、Ｈ＝与信保留、Ｒ＝予約）
       *>----------------------------------------------------------------------------
       FD   WSN01-ZENKAI-FILE.
       01   WSN01-RECODE.
            03   WSN01-KEY.
                 05   WSN01-KOKYAKU-BANGOU    PIC 9(006).
                 05   WSN01-ZYUTYU-BANGOU     PIC X(008).
                 05   WSN01-SHOHIN-CODE       PIC X(006).
                 05   WSN01-SHUTOKU-KUBUN     PIC X(001).
            03   WSN01-DATA.
                 05   WSN01-JOKYO-KUBUN       PIC X(001).
                 05   WSN01-TYUMON-SU         PIC 9(005).
                 05   WSN01-SHUKKA-SU         PIC 9(005).
                 05   WSN01-YAKUSOKU-BI       PIC 9(008).
                 05   WSN01-SHUKKA-BI         PIC 9(008).
                 05   WSN01-MANIFEST-BANGOU   PIC 9(006).
                 05   WSN01-UNSO-CODE         PIC X(002).
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルのレイアウト定義（WSN01と同一）
       *>  （全件送信時は照会対象の顧客ごとに、受注番号・商品コード・取得元
       *>    区分がスペースの顧客見出しを１件加える）
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-RECODE.
            03   ST-KEY.
                 05   ST-KOKYAKU-BANGOU       PIC 9(006).
                 05   ST-ZYUTYU-BANGOU        PIC X(008).
                 05   ST-SHOHIN-CODE          PIC X(006).
                 05   ST-SHUTOKU-KUBUN        PIC X(001).
            03   ST-DATA.
                 05   ST-JOKYO-KUBUN          PIC X(001).
                 05   ST-TYUMON-SU            PIC 9(005).
                 05   ST-SHUKKA-SU            PIC 9(005).
                 05   ST-YAKUSOKU-BI          PIC 9(008).
                 05   ST-SHUKKA-BI            PIC 9(008).
                 05   ST-MANIFEST-BANGOU      PIC 9(006).
                 05   ST-UNSO-CODE            PIC X(002).
       *>----------------------------------------------------------------------------
       *>[出力]送信状況ファイルのレイアウト定義（WSN01と同一）
       *>----------------------------------------------------------------------------
       FD   WSN02-KONKAI-FILE.
       01   WSN02-RECODE                      PIC X(056).
       *>----------------------------------------------------------------------------
       *>[出力]受注状況Ｗｅｂ連携ファイルのレイアウト定義（レコード区分別の
       *>  再定義。CH＝顧客ヘッダ、SD＝状況明細、CT＝顧客トレーラ）
       *>----------------------------------------------------------------------------
       FD   WEB01-RENKEI-FILE.
       01   WEB01-RECODE.
            03   WEB01-RECORD-KUBUN           PIC X(002).
            03   WEB01-NAIYO                  PIC X(078).
       *>
       *>  顧客ヘッダの再定義（作成日と送信区分：１＝全件、０＝差分）
       01   WEB01-CH-RECODE   REDEFINES   WEB01-RECODE.
            03   FILLER                       PIC X(002).
            03   WEB01-CH-KOKYAKU-BANGOU      PIC 9(006).
            03   WEB01-CH-KOKYAKU-MEI         PIC X(020).
            03   WEB01-CH-SAKUSEI-BI          PIC 9(008).
            03   WEB01-CH-ZENKEN-KUBUN        PIC X(001).
            03   FILLER                       PIC X(043).
       *>
       *>  状況明細の再定義（更新区分：１＝追加、２＝変更、３＝削除。
       *>    全件送信時はすべて１）
       01   WEB01-SD-RECODE   REDEFINES   WEB01-RECODE.
            03   FILLER                       PIC X(002).
            03   WEB01-SD-KOUSHIN-KUBUN       PIC X(001).
            03   WEB01-SD-ZYUTYU-BANGOU       PIC X(008).
            03   WEB01-SD-SHOHIN-CODE         PIC X(006).
            03   WEB01-SD-JOKYO-KUBUN         PIC X(001).
            03   WEB01-SD-TYUMON-SU           PIC 9(005).
            03   WEB01-SD-SHUKKA-SU           PIC 9(005).
            03   WEB01-SD-YAKUSOKU-BI         PIC 9(008).
            03   WEB01-SD-SHUKKA-BI           PIC 9(008).
            03   WEB01-SD-MANIFEST-BANGOU     PIC 9(006).
            03   WEB01-SD-UNSO-CODE           PIC X(002).
            03   FILLER                       PIC X(028).
       *>
       *>  顧客トレーラの再定義（明細件数の管理カウント）
       01   WEB01-CT-RECODE   REDEFINES   WEB01-RECODE.
            03   FILLER                       PIC X(002).
            03   WEB01-CT-KOKYAKU-BANGOU      PIC 9(006).
            03   WEB01-CT-MEISAI-KENSU        PIC 9(006).
            03   FILLER                       PIC X(066).
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
            *>--取得元ファイルから整列用ファイルへ渡した明細件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            *>--送信状況ファイルへ書き出した明細件数--
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--連携ファイルへ書き出した顧客数・追加・変更・削除の件数--
            03   WRK-KOKYAKU-COUNT            PIC 9(006).
            03   WRK-TSUIKA-COUNT             PIC 9(006).
            03   WRK-HENKOU-COUNT             PIC 9(006).
            03   WRK-SAKUZYO-COUNT            PIC 9(006).
            *>--顧客ごとの明細件数（顧客トレーラの管理カウント）--
            03   WRK-MEISAI-COUNT             PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       01   BO-FILE-STATUS                    PIC XX.
       01   BOC-FILE-STATUS                   PIC XX.
       01   HLD-FILE-STATUS                   PIC XX.
       01   RSV-FILE-STATUS                   PIC XX.
       01   WSN-FILE-STATUS                   PIC XX.
       *>
       *>--送信区分（"1"＝全件、"0"＝差分）--
       01   WRK-ZENKEN-KUBUN                  PIC X(001).
            88   WRK-ZENKEN                   VALUE "1".
       *>
       *>--前回送信状況ファイルの有無（"Y"＝有り）--
       01   WRK-WSN-ARI-SW                    PIC X(001).
            88   WRK-WSN-ARI                  VALUE "Y".
       *>
       *>--整列済み明細・前回送信状況の照合キー（終了時はHIGH-VALUE）--
       01   WRK-ST-KEY                        PIC X(021).
       01   WRK-WSN-KEY                       PIC X(021).
       01   WRK-MAE-ST-KEY                    PIC X(021).
       *>
       *>--連携ファイルへ書き出す明細（整列済み明細または前回送信状況）--
       01   WRK-SD-AREA.
            03   WRK-SD-KEY.
                 05   WRK-SD-KOKYAKU-BANGOU   PIC 9(006).
                 05   WRK-SD-ZYUTYU-BANGOU    PIC X(008).
                 05   WRK-SD-SHOHIN-CODE      PIC X(006).
                 05   WRK-SD-SHUTOKU-KUBUN    PIC X(001).
            03   WRK-SD-DATA.
                 05   WRK-SD-JOKYO-KUBUN      PIC X(001).
                 05   WRK-SD-TYUMON-SU        PIC 9(005).
                 05   WRK-SD-SHUKKA-SU        PIC 9(005).
                 05   WRK-SD-YAKUSOKU-BI      PIC 9(008).
                 05   WRK-SD-SHUKKA-BI        PIC 9(008).
                 05   WRK-SD-MANIFEST-BANGOU  PIC 9(006).
                 05   WRK-SD-UNSO-CODE        PIC X(002).
       01   WRK-KOUSHIN-KUBUN                 PIC X(001).
       *>
       *>--連携ファイルへ見出しを書き出し中の顧客（未出力時は"N"）--
       01   WRK-OPEN-SW                       PIC X(001).
            88   WRK-KOKYAKU-OPEN             VALUE "Y".
       01   KEY-OPEN-KOKYAKU                  PIC 9(006).
       *>
       *>--顧客マスタの引き当て結果（直前に引き当てた顧客を退避する）--
       01   KEY-KOKYAKU-BANGOU                PIC 9(006).
       01   WRK-KOKYAKU-MEI                   PIC X(020).
       01   WRK-WEB-SW                        PIC X(001).
            88   WRK-WEB-TAISHO               VALUE "Y".
       *>
       *>--出荷済み明細を送る日数（出荷日からの暦日数。PRMGET01で上書き可）--
       01   WRK-SHUKKA-NISSU                  PIC 9(003) VALUE 007.
       *>--全件送信する曜日（０＝日～６＝土。PRMGET01で上書き可）--
       01   WRK-ZENKEN-YOUBI                  PIC 9(001) VALUE 0.
       *>
       *>--出荷日からの経過日数の計算用（西暦１年１月１日からの通算日数）--
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
       *>--曜日計算用の作業領域（０＝日～６＝土）--
       01   WRK-YOUBI-AREA.
            03   WRK-YOUBI                   PIC 9(001) COMP.
            03   WRK-YOUBI-M                 PIC 9(002) COMP.
            03   WRK-YOUBI-Y                 PIC 9(004) COMP.
            03   WRK-YOUBI-K                 PIC 9(002) COMP.
            03   WRK-YOUBI-J                 PIC 9(002) COMP.
            03   WRK-YOUBI-H                 PIC S9(004) COMP.
            03   WRK-YOUBI-H2                PIC S9(004) COMP.
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "ORDWEB01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "ORDWEB01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       01   WRK-RENKEI-COUNT                  PIC 9(006).
       01   WRK-ERR-COUNT                     PIC 9(006) VALUE ZERO.
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
            03   WRK-RUN-NEN                  PIC 9(004).
            03   WRK-RUN-GETU                 PIC 9(002).
            03   WRK-RUN-HI                   PIC 9(002).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "ORDWEB01の処理結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "送信区分：".
            03   MSG2-KUBUN                   PIC X(006).
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "照会対象明細件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "送信顧客数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "追加明細件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "変更明細件数：".
            03   MSG6-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS7-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "削除明細件数：".
            03   MSG7-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(042)
                  VALUE "STS02-STATUS-FILE入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  照会対象の明細を顧客番号・受注番号順に整列し、前回送信状況と
       *>  突き合わせて連携ファイルを編集する
           SORT   ST-SORT-FILE
                  ON   ASCENDING   KEY   ST-KEY
              INPUT    PROCEDURE   RELEASE-CONTROL-PROC
              OUTPUT   PROCEDURE   RETURN-CONTROL-PROC.
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
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-KOKYAKU-COUNT.
           MOVE   ZERO    TO   WRK-TSUIKA-COUNT.
           MOVE   ZERO    TO   WRK-HENKOU-COUNT.
           MOVE   ZERO    TO   WRK-SAKUZYO-COUNT.
           MOVE   "N"     TO   WRK-OPEN-SW.
           MOVE   ZERO    TO   KEY-KOKYAKU-BANGOU.
           MOVE   SPACE   TO   WRK-WEB-SW.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
           PERFORM   PARM-GET-PROC.
       *>
       *>  出荷日からの経過日数の基準（実行日の通算日数）
           MOVE   WRK-RUN-DATE       TO   WRK-TSUSAN-HIZUKE.
           PERFORM   TSUSAN-NISSU-PROC.
           MOVE   WRK-TSUSAN-NISSU   TO   WRK-RUN-NISSU.
       *>
       *>  前回送信状況ファイルの有無と送信区分の決定（指定曜日と初回は全件）
           MOVE   SPACE   TO   WRK-WSN-ARI-SW.
           OPEN   INPUT   WSN01-ZENKAI-FILE.
           IF   WSN-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-WSN-ARI-SW
           END-IF.
       *>
           PERFORM   YOUBI-CALC-PROC.
           IF   WRK-YOUBI   =   WRK-ZENKEN-YOUBI
           OR   NOT   WRK-WSN-ARI   THEN
                MOVE   "1"   TO   WRK-ZENKEN-KUBUN
           ELSE
                MOVE   "0"   TO   WRK-ZENKEN-KUBUN
           END-IF.
       *>
           OPEN   INPUT    KMS01-KOKYAKU-MASTER.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           IF   WRK-WSN-ARI   THEN
                CLOSE   WSN01-ZENKAI-FILE
           END-IF.
           CLOSE   KMS01-KOKYAKU-MASTER.
       *>
           IF   WRK-ZENKEN   THEN
                MOVE   "全件"   TO   MSG2-KUBUN
           ELSE
                MOVE   "差分"   TO   MSG2-KUBUN
           END-IF.
           MOVE   WRK-OUT-COUNT       TO   MSG3-COUNT.
           MOVE   WRK-KOKYAKU-COUNT   TO   MSG4-COUNT.
           MOVE   WRK-TSUIKA-COUNT    TO   MSG5-COUNT.
           MOVE   WRK-HENKOU-COUNT    TO   MSG6-COUNT.
           MOVE   WRK-SAKUZYO-COUNT   TO   MSG7-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS6-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS7-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           COMPUTE   WRK-RENKEI-COUNT   =   WRK-TSUIKA-COUNT
                                        +   WRK-HENKOU-COUNT
                                        +   WRK-SAKUZYO-COUNT.
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-RENKEI-COUNT
                                          WRK-ERR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（取得元の各ファイルから照会対象顧客の明細を整列用
       *>  ファイルへ渡す。無い取得元ファイルは対象なしとする）
       *>----------------------------------------------------------------------------
       RELEASE-CONTROL-PROC               SECTION.
       *>
       *>  全件送信時は照会対象の全顧客の見出しを渡す
           IF   WRK-ZENKEN   THEN
                PERFORM   KOKYAKU-MIDASHI-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                MOVE   SPACE   TO   WRK-AT-END
                MOVE   SPACE   TO   WRK-WEB-SW
           END-IF.
       *>
       *>  受注状況（引当済み・ピッキング済み・出荷済み）
           OPEN   INPUT   STS02-STATUS-FILE.
           IF   IN-FILE-STATUS   =   "00"   THEN
                PERFORM   STS02-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   STS02-STATUS-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       *>  欠品（入荷待ち）
           OPEN   INPUT   BO01-BACKORDER-FILE.
           IF   BO-FILE-STATUS   =   "00"   THEN
                PERFORM   BO01-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   BO01-BACKORDER-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
           OPEN   INPUT   BOC01-CARRY-FILE.
           IF   BOC-FILE-STATUS   =   "00"   THEN
                PERFORM   BOC01-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   BOC01-CARRY-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       *>  与信保留
           OPEN   INPUT   HLD01-HOLD-FILE.
           IF   HLD-FILE-STATUS   =   "00"   THEN
                PERFORM   HLD01-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   HLD01-HOLD-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       *>  予約（先日付受注）
           OPEN   INPUT   RSV01-YOYAKU-FILE.
           IF   RSV-FILE-STATUS   =   "00"   THEN
                PERFORM   RSV01-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   RSV01-YOYAKU-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客マスタの読み込みと照会対象顧客の見出しの受け渡し（１件分）
       *>  統合済みの重複顧客（統合先顧客番号がゼロ以外）は対象外
       *>----------------------------------------------------------------------------
       KOKYAKU-MIDASHI-RELEASE-PROC       SECTION.
       *>
           READ   KMS01-KOKYAKU-MASTER   NEXT
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KOKYAKU-MIDASHI-RELEASE-PROC-EXIT
           END-READ.
       *>
           IF   KMS01-WEB-KUBUN   NOT =   "1"
           OR   KMS01-TOGO-SAKI   NOT =   ZERO   THEN
                GO   TO   KOKYAKU-MIDASHI-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE                  TO   ST-RECODE.
           MOVE   KMS01-KOKYAKU-BANGOU   TO   ST-KOKYAKU-BANGOU.
           MOVE   ZERO                   TO   ST-TYUMON-SU
                                              ST-SHUKKA-SU
                                              ST-YAKUSOKU-BI
                                              ST-SHUKKA-BI
                                              ST-MANIFEST-BANGOU.
           RELEASE   ST-RECODE.
       *>
       KOKYAKU-MIDASHI-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注状況ファイルの読み込みと受け渡し（１件分）
       *>  Ｍ＝マッチ済みは引当済み（Ａ）として送る。出荷済みは出荷日から
       *>  指定日数以内の明細に限る
       *>----------------------------------------------------------------------------
       STS02-RELEASE-PROC                 SECTION.
       *>
           READ   STS02-STATUS-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   STS02-RELEASE-PROC-EXIT
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS NOT = "00"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
           IF   STS02-KIT-KUBUN   =   "C"   THEN
                GO   TO   STS02-RELEASE-PROC-EXIT
           END-IF.
       *>
           IF   STS02-JOKYO-KUBUN   =   "S"   THEN
                MOVE   STS02-SHUKKA-BI    TO   WRK-TSUSAN-HIZUKE
                PERFORM   TSUSAN-NISSU-PROC
                COMPUTE   WRK-KEIKA-NISSU   =
                          WRK-RUN-NISSU   -   WRK-TSUSAN-NISSU
                IF   WRK-KEIKA-NISSU   >   WRK-SHUKKA-NISSU   THEN
                     GO   TO   STS02-RELEASE-PROC-EXIT
                END-IF
           END-IF.
       *>
           MOVE   STS02-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU.
           PERFORM   KOKYAKU-SANSHO-PROC.
           IF   NOT   WRK-WEB-TAISHO   THEN
                GO   TO   STS02-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE                   TO   ST-RECODE.
           MOVE   STS02-KOKYAKU-BANGOU    TO   ST-KOKYAKU-BANGOU.
           MOVE   STS02-ZYUTYU-BANGOU     TO   ST-ZYUTYU-BANGOU.
           MOVE   STS02-SHOHIN-CODE       TO   ST-SHOHIN-CODE.
           MOVE   "O"                     TO   ST-SHUTOKU-KUBUN.
           EVALUATE   STS02-JOKYO-KUBUN
               WHEN   "M"
                      MOVE   "A"                 TO   ST-JOKYO-KUBUN
               WHEN   OTHER
                      MOVE   STS02-JOKYO-KUBUN   TO   ST-JOKYO-KUBUN
           END-EVALUATE.
           MOVE   STS02-TYUMON-SU         TO   ST-TYUMON-SU.
           MOVE   STS02-YAKUSOKU-BI       TO   ST-YAKUSOKU-BI.
           IF   STS02-JOKYO-KUBUN   =   "S"   THEN
                MOVE   STS02-SHUKKA-SU         TO   ST-SHUKKA-SU
                MOVE   STS02-SHUKKA-BI         TO   ST-SHUKKA-BI
                MOVE   STS02-MANIFEST-BANGOU   TO   ST-MANIFEST-BANGOU
                MOVE   STS02-UNSO-CODE         TO   ST-UNSO-CODE
           ELSE
                MOVE   ZERO    TO   ST-SHUKKA-SU
                                    ST-SHUKKA-BI
                                    ST-MANIFEST-BANGOU
           END-IF.
           PERFORM   ST-RELEASE-PROC.
       *>
       STS02-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>欠品受注ファイルの読み込みと受け渡し（１件分・入荷待ち（Ｂ））
       *>----------------------------------------------------------------------------
       BO01-RELEASE-PROC                  SECTION.
       *>
           READ   BO01-BACKORDER-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   BO01-RELEASE-PROC-EXIT
           END-READ.
       *>
           MOVE   BO01-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU.
           PERFORM   KOKYAKU-SANSHO-PROC.
           IF   NOT   WRK-WEB-TAISHO   THEN
                GO   TO   BO01-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE                  TO   ST-RECODE.
           MOVE   BO01-KOKYAKU-BANGOU    TO   ST-KOKYAKU-BANGOU.
           MOVE   BO01-ZYUTYU-BANGOU     TO   ST-ZYUTYU-BANGOU.
           MOVE   BO01-SHOHIN-CODE       TO   ST-SHOHIN-CODE.
           MOVE   "B"                    TO   ST-SHUTOKU-KUBUN
                                              ST-JOKYO-KUBUN.
           MOVE   BO01-TYUMON-SU         TO   ST-TYUMON-SU.
           MOVE   BO01-YAKUSOKU-BI       TO   ST-YAKUSOKU-BI.
           MOVE   ZERO    TO   ST-SHUKKA-SU
                               ST-SHUKKA-BI
                               ST-MANIFEST-BANGOU.
           PERFORM   ST-RELEASE-PROC.
       *>
       BO01-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>繰越欠品受注ファイルの読み込みと受け渡し（１件分・入荷待ち（Ｂ）。
       *>  欠品受注ファイルと重複する明細は整列後に１件へまとめる）
       *>----------------------------------------------------------------------------
       BOC01-RELEASE-PROC                 SECTION.
       *>
           READ   BOC01-CARRY-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   BOC01-RELEASE-PROC-EXIT
           END-READ.
       *>
           MOVE   BOC01-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU.
           PERFORM   KOKYAKU-SANSHO-PROC.
           IF   NOT   WRK-WEB-TAISHO   THEN
                GO   TO   BOC01-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE                  TO   ST-RECODE.
           MOVE   BOC01-KOKYAKU-BANGOU   TO   ST-KOKYAKU-BANGOU.
           MOVE   BOC01-ZYUTYU-BANGOU    TO   ST-ZYUTYU-BANGOU.
           MOVE   BOC01-SHOHIN-CODE      TO   ST-SHOHIN-CODE.
           MOVE   "B"                    TO   ST-SHUTOKU-KUBUN
                                              ST-JOKYO-KUBUN.
           MOVE   BOC01-TYUMON-SU        TO   ST-TYUMON-SU.
           MOVE   BOC01-YAKUSOKU-BI      TO   ST-YAKUSOKU-BI.
           MOVE   ZERO    TO   ST-SHUKKA-SU
                               ST-SHUKKA-BI
                               ST-MANIFEST-BANGOU.
           PERFORM   ST-RELEASE-PROC.
       *>
       BOC01-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>与信保留ファイルの読み込みと受け渡し（１件分・与信保留（Ｈ））
       *>----------------------------------------------------------------------------
       HLD01-RELEASE-PROC                 SECTION.
       *>
           READ   HLD01-HOLD-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   HLD01-RELEASE-PROC-EXIT
           END-READ.
       *>
           MOVE   HLD01-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU.
           PERFORM   KOKYAKU-SANSHO-PROC.
           IF   NOT   WRK-WEB-TAISHO   THEN
                GO   TO   HLD01-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE                  TO   ST-RECODE.
           MOVE   HLD01-KOKYAKU-BANGOU   TO   ST-KOKYAKU-BANGOU.
           MOVE   HLD01-ZYUTYU-BANGOU    TO   ST-ZYUTYU-BANGOU.
           MOVE   HLD01-SHOHIN-CODE      TO   ST-SHOHIN-CODE.
           MOVE   "H"                    TO   ST-SHUTOKU-KUBUN
                                              ST-JOKYO-KUBUN.
           MOVE   HLD01-TYUMON-SU        TO   ST-TYUMON-SU.
           MOVE   ZERO    TO   ST-YAKUSOKU-BI
                               ST-SHUKKA-SU
                               ST-SHUKKA-BI
                               ST-MANIFEST-BANGOU.
           PERFORM   ST-RELEASE-PROC.
       *>
       HLD01-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>予約受注ファイルの読み込みと受け渡し（１件分・予約（Ｒ）。
       *>  約束日には受注予定日を送る）
       *>----------------------------------------------------------------------------
       RSV01-RELEASE-PROC                 SECTION.
       *>
           READ   RSV01-YOYAKU-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   RSV01-RELEASE-PROC-EXIT
           END-READ.
       *>
           MOVE   RSV01-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU.
           PERFORM   KOKYAKU-SANSHO-PROC.
           IF   NOT   WRK-WEB-TAISHO   THEN
                GO   TO   RSV01-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE                  TO   ST-RECODE.
           MOVE   RSV01-KOKYAKU-BANGOU   TO   ST-KOKYAKU-BANGOU.
           MOVE   RSV01-ZYUTYU-BANGOU    TO   ST-ZYUTYU-BANGOU.
           MOVE   RSV01-SHOHIN-CODE      TO   ST-SHOHIN-CODE.
           MOVE   "R"                    TO   ST-SHUTOKU-KUBUN
                                              ST-JOKYO-KUBUN.
           MOVE   RSV01-TYUMON-SU        TO   ST-TYUMON-SU.
           MOVE   RSV01-HIDUKE           TO   ST-YAKUSOKU-BI.
           MOVE   ZERO    TO   ST-SHUKKA-SU
                               ST-SHUKKA-BI
                               ST-MANIFEST-BANGOU.
           PERFORM   ST-RELEASE-PROC.
       *>
       RSV01-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列用ファイルへの受け渡し（明細１件）
       *>----------------------------------------------------------------------------
       ST-RELEASE-PROC                    SECTION.
       *>
           RELEASE   ST-RECODE.
           ADD   1   TO   WRK-IN-COUNT.
       *>
       ST-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後処理（整列済み明細と前回送信状況をキー順に突き合わせ、
       *>  送信状況ファイルと連携ファイルを書き出す）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC                SECTION.
       *>
           OPEN   OUTPUT   WSN02-KONKAI-FILE
                           WEB01-RENKEI-FILE.
       *>
           MOVE   SPACE   TO   WRK-MAE-ST-KEY.
           PERFORM   FILE-RETURN-PROC.
           PERFORM   ZENKAI-READ-PROC.
       *>
           PERFORM   SHOGO-PROC
                    UNTIL   WRK-ST-KEY    =   HIGH-VALUE
                    AND     WRK-WSN-KEY   =   HIGH-VALUE.
       *>
       *>  最終顧客のトレーラの書き出し
           PERFORM   KOKYAKU-TRAILER-WRITE-PROC.
       *>
           CLOSE   WSN02-KONKAI-FILE
                   WEB01-RENKEI-FILE.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列済み明細と前回送信状況の照合（１回分）
       *>  今回のみ＝追加、両方＝内容が変わっていれば変更、前回のみ＝削除
       *>  とする（全件送信時は今回の明細をすべて追加として送り、削除は
       *>  送らない）
       *>----------------------------------------------------------------------------
       SHOGO-PROC                         SECTION.
       *>
       *>  全件送信時の顧客見出し（明細の無い顧客もヘッダを送る）
           IF   WRK-ST-KEY   NOT =   HIGH-VALUE
           AND  ST-ZYUTYU-BANGOU   =   SPACE   THEN
                MOVE   ST-RECODE   TO   WRK-SD-AREA
                PERFORM   KOKYAKU-KIRIKAE-PROC
                PERFORM   FILE-RETURN-PROC
                GO   TO   SHOGO-PROC-EXIT
           END-IF.
       *>
       *>  同じ明細が欠品受注と繰越欠品受注の両方にある場合は１件とする
           IF   WRK-ST-KEY   NOT =   HIGH-VALUE
           AND  WRK-ST-KEY   =   WRK-MAE-ST-KEY   THEN
                PERFORM   FILE-RETURN-PROC
                GO   TO   SHOGO-PROC-EXIT
           END-IF.
       *>
           EVALUATE   TRUE
       *>      今回のみ（追加）
               WHEN   WRK-ST-KEY   <   WRK-WSN-KEY
                      MOVE   ST-RECODE   TO   WRK-SD-AREA
                      WRITE  WSN02-RECODE   FROM   WRK-SD-AREA
                      ADD    1   TO   WRK-OUT-COUNT
                      MOVE   "1"   TO   WRK-KOUSHIN-KUBUN
                      PERFORM   MEISAI-WRITE-PROC
                      MOVE   WRK-ST-KEY   TO   WRK-MAE-ST-KEY
                      PERFORM   FILE-RETURN-PROC
       *>      両方（全件送信時または内容の変わった明細を送る）
               WHEN   WRK-ST-KEY   =   WRK-WSN-KEY
                      MOVE   ST-RECODE   TO   WRK-SD-AREA
                      WRITE  WSN02-RECODE   FROM   WRK-SD-AREA
                      ADD    1   TO   WRK-OUT-COUNT
                      IF   WRK-ZENKEN   THEN
                           MOVE   "1"   TO   WRK-KOUSHIN-KUBUN
                           PERFORM   MEISAI-WRITE-PROC
                      ELSE
                           IF   ST-DATA   NOT =   WSN01-DATA   THEN
                                MOVE   "2"   TO   WRK-KOUSHIN-KUBUN
                                PERFORM   MEISAI-WRITE-PROC
                           END-IF
                      END-IF
                      MOVE   WRK-ST-KEY   TO   WRK-MAE-ST-KEY
                      PERFORM   FILE-RETURN-PROC
                      PERFORM   ZENKAI-READ-PROC
       *>      前回のみ（削除。照会対象から外れた顧客には送らない）
               WHEN   OTHER
                      IF   NOT   WRK-ZENKEN   THEN
                           MOVE   WSN01-KOKYAKU-BANGOU   TO
                                  KEY-KOKYAKU-BANGOU
                           PERFORM   KOKYAKU-SANSHO-PROC
                           IF   WRK-WEB-TAISHO   THEN
                                MOVE   WSN01-RECODE   TO   WRK-SD-AREA
                                MOVE   "3"   TO   WRK-KOUSHIN-KUBUN
                                PERFORM   MEISAI-WRITE-PROC
                           END-IF
                      END-IF
                      PERFORM   ZENKAI-READ-PROC
           END-EVALUATE.
       *>
       SHOGO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>状況明細の書き出し（顧客の変わり目でトレーラ・ヘッダを書き出す）
       *>----------------------------------------------------------------------------
       MEISAI-WRITE-PROC                  SECTION.
       *>
           PERFORM   KOKYAKU-KIRIKAE-PROC.
       *>
           MOVE   SPACE                    TO   WEB01-RECODE.
           MOVE   "SD"                     TO   WEB01-RECORD-KUBUN.
           MOVE   WRK-KOUSHIN-KUBUN        TO   WEB01-SD-KOUSHIN-KUBUN.
           MOVE   WRK-SD-ZYUTYU-BANGOU     TO   WEB01-SD-ZYUTYU-BANGOU.
           MOVE   WRK-SD-SHOHIN-CODE       TO   WEB01-SD-SHOHIN-CODE.
           MOVE   WRK-SD-JOKYO-KUBUN       TO   WEB01-SD-JOKYO-KUBUN.
           MOVE   WRK-SD-TYUMON-SU         TO   WEB01-SD-TYUMON-SU.
           MOVE   WRK-SD-SHUKKA-SU         TO   WEB01-SD-SHUKKA-SU.
           MOVE   WRK-SD-YAKUSOKU-BI       TO   WEB01-SD-YAKUSOKU-BI.
           MOVE   WRK-SD-SHUKKA-BI         TO   WEB01-SD-SHUKKA-BI.
           MOVE   WRK-SD-MANIFEST-BANGOU   TO
                  WEB01-SD-MANIFEST-BANGOU.
           MOVE   WRK-SD-UNSO-CODE         TO   WEB01-SD-UNSO-CODE.
           WRITE  WEB01-RECODE.
       *>
           ADD   1   TO   WRK-MEISAI-COUNT.
           EVALUATE   WRK-KOUSHIN-KUBUN
               WHEN   "1"
                      ADD   1   TO   WRK-TSUIKA-COUNT
               WHEN   "2"
                      ADD   1   TO   WRK-HENKOU-COUNT
               WHEN   OTHER
                      ADD   1   TO   WRK-SAKUZYO-COUNT
           END-EVALUATE.
       *>
       MEISAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客の切り替え（WRK-SD-KOKYAKU-BANGOUが書き出し中の顧客と異なれば、
       *>  前の顧客のトレーラと新しい顧客のヘッダを書き出す）
       *>----------------------------------------------------------------------------
       KOKYAKU-KIRIKAE-PROC               SECTION.
       *>
           IF   WRK-KOKYAKU-OPEN
           AND  WRK-SD-KOKYAKU-BANGOU   =   KEY-OPEN-KOKYAKU   THEN
                GO   TO   KOKYAKU-KIRIKAE-PROC-EXIT
           END-IF.
       *>
           PERFORM   KOKYAKU-TRAILER-WRITE-PROC.
       *>
           MOVE   WRK-SD-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU.
           PERFORM   KOKYAKU-SANSHO-PROC.
       *>
           MOVE   SPACE                   TO   WEB01-RECODE.
           MOVE   "CH"                    TO   WEB01-RECORD-KUBUN.
           MOVE   WRK-SD-KOKYAKU-BANGOU   TO   WEB01-CH-KOKYAKU-BANGOU.
           MOVE   WRK-KOKYAKU-MEI         TO   WEB01-CH-KOKYAKU-MEI.
           MOVE   WRK-RUN-DATE            TO   WEB01-CH-SAKUSEI-BI.
           MOVE   WRK-ZENKEN-KUBUN        TO   WEB01-CH-ZENKEN-KUBUN.
           WRITE  WEB01-RECODE.
       *>
           MOVE   "Y"                     TO   WRK-OPEN-SW.
           MOVE   WRK-SD-KOKYAKU-BANGOU   TO   KEY-OPEN-KOKYAKU.
           MOVE   ZERO                    TO   WRK-MEISAI-COUNT.
           ADD    1                       TO   WRK-KOKYAKU-COUNT.
       *>
       KOKYAKU-KIRIKAE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客トレーラの書き出し（書き出し中の顧客がある場合）
       *>----------------------------------------------------------------------------
       KOKYAKU-TRAILER-WRITE-PROC         SECTION.
       *>
           IF   NOT   WRK-KOKYAKU-OPEN   THEN
                GO   TO   KOKYAKU-TRAILER-WRITE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE              TO   WEB01-RECODE.
           MOVE   "CT"               TO   WEB01-RECORD-KUBUN.
           MOVE   KEY-OPEN-KOKYAKU   TO   WEB01-CT-KOKYAKU-BANGOU.
           MOVE   WRK-MEISAI-COUNT   TO   WEB01-CT-MEISAI-KENSU.
           WRITE  WEB01-RECODE.
       *>
           MOVE   "N"   TO   WRK-OPEN-SW.
       *>
       KOKYAKU-TRAILER-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客マスタの引き当て（Ｗｅｂ照会区分と顧客名。直前と同じ顧客は
       *>  引き当て済みの結果を用いる）
       *>----------------------------------------------------------------------------
       KOKYAKU-SANSHO-PROC                SECTION.
       *>
           IF   KEY-KOKYAKU-BANGOU   =   KMS01-KOKYAKU-BANGOU
           AND  WRK-WEB-SW   NOT =   SPACE   THEN
                GO   TO   KOKYAKU-SANSHO-PROC-EXIT
           END-IF.
       *>
           MOVE   KEY-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU.
           READ   KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     MOVE   "N"     TO   WRK-WEB-SW
                     MOVE   SPACE   TO   WRK-KOKYAKU-MEI
               NOT   INVALID   KEY
                     MOVE   KMS01-KOKYAKU-MEI   TO   WRK-KOKYAKU-MEI
                     IF   KMS01-WEB-KUBUN   =   "1"
                     AND  KMS01-TOGO-SAKI   =   ZERO   THEN
                          MOVE   "Y"   TO   WRK-WEB-SW
                     ELSE
                          MOVE   "N"   TO   WRK-WEB-SW
                     END-IF
           END-READ.
       *>
       KOKYAKU-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列済み明細の読み込み（終了時は照合キーをHIGH-VALUEとする）
       *>----------------------------------------------------------------------------
       FILE-RETURN-PROC                   SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   HIGH-VALUE   TO   WRK-ST-KEY
                  GO   TO   FILE-RETURN-PROC-EXIT
           END-RETURN.
       *>
           MOVE   ST-KEY   TO   WRK-ST-KEY.
       *>
       FILE-RETURN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前回送信状況ファイルの読み込み（無い場合・終了時は照合キーを
       *>  HIGH-VALUEとする）
       *>----------------------------------------------------------------------------
       ZENKAI-READ-PROC                   SECTION.
       *>
           IF   NOT   WRK-WSN-ARI   THEN
                MOVE   HIGH-VALUE   TO   WRK-WSN-KEY
                GO   TO   ZENKAI-READ-PROC-EXIT
           END-IF.
       *>
           READ   WSN01-ZENKAI-FILE
             AT   END
                  MOVE   HIGH-VALUE   TO   WRK-WSN-KEY
                  GO   TO   ZENKAI-READ-PROC-EXIT
           END-READ.
       *>
           MOVE   WSN01-KEY   TO   WRK-WSN-KEY.
       *>
       ZENKAI-READ-PROC-EXIT.
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
       *>実行日の曜日をツェラーの公式で求める処理
       *>----------------------------------------------------------------------------
       YOUBI-CALC-PROC                   SECTION.
       *>
           MOVE   WRK-RUN-GETU   TO   WRK-YOUBI-M.
           MOVE   WRK-RUN-NEN    TO   WRK-YOUBI-Y.
       *>
           IF   WRK-YOUBI-M   <   3   THEN
                ADD    12   TO   WRK-YOUBI-M
                SUBTRACT   1   FROM   WRK-YOUBI-Y
           END-IF.
       *>
           DIVIDE   WRK-YOUBI-Y   BY   100   GIVING   WRK-YOUBI-J
                REMAINDER   WRK-YOUBI-K.
       *>
           COMPUTE   WRK-YOUBI-H   =
                     WRK-RUN-HI
                     + ( ( 13 * ( WRK-YOUBI-M + 1 ) ) / 5 )
                     + WRK-YOUBI-K
                     + ( WRK-YOUBI-K / 4 )
                     + ( WRK-YOUBI-J / 4 )
                     + ( 5 * WRK-YOUBI-J ).
       *>
           DIVIDE   WRK-YOUBI-H   BY   7   GIVING   WRK-YOUBI-H2
                REMAINDER   WRK-YOUBI-H.
       *>
           IF   WRK-YOUBI-H   =   0   THEN
                MOVE   6   TO   WRK-YOUBI
           ELSE
                COMPUTE   WRK-YOUBI   =   WRK-YOUBI-H   -   1
           END-IF.
       *>
       YOUBI-CALC-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>実行パラメータの取得（出荷済み明細を送る日数・全件送信の曜日。
       *>  未登録時は既定値）
       *>----------------------------------------------------------------------------
       PARM-GET-PROC                     SECTION.
       *>
           MOVE   "SHUKKA-NIS"   TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-SHUKKA-NISSU
           END-IF.
       *>
           MOVE   "ZENKEN-YOU"   TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:1)   >=   "0"
           AND  WRK-PRM-PARM-ATAI(1:1)   <=   "6"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:1)   TO   WRK-ZENKEN-YOUBI
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
           MOVE   IN-FILE-STATUS   TO   MSG9-STATUS.
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16               TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
