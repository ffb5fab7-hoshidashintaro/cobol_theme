       *>----------------------------------------------------------------------------
       *>顧客個人情報消去処理
       *>  消去依頼ファイル（ERQ01：顧客番号・依頼日・受付者）で消去を
       *>  依頼された顧客と、最終取引日から保存月数（パラメタHOZON-GETU・
       *>  既定２４ヶ月）以上経過した顧客の個人情報（顧客名・住所・
       *>  郵便番号）を消去する。最終取引日は月末受注アーカイブ（ARC01・
       *>  前年分ARZ01）の受注日、受注状況ファイル（STS02）の約束日・
       *>  出荷日、顧客変更履歴（KHS01）の変更日のうち最も新しい日とし、
       *>  いずれにも記録の無い顧客は保存期間経過として扱う。
       *>  売掛残高の残る顧客は消去せず保留とし、既に消去済みの顧客・
       *>  顧客マスタに無い依頼とともに保留一覧へ印刷する。
       *>  顧客マスタ（KMS01）は顧客名を消去済表示に置き換え、住所・
       *>  郵便番号を空白にして更新する。月末受注アーカイブ（当年ARC01→
       *>  ARE01、前年ARZ01→ARE02）、受注状況ファイル（STS02→STE01）、
       *>  回収連絡抽出ファイル（RCL01→RCE01）、出荷ラベル抽出ファイル
       *>  （LBL01→LBE01。顧客番号を持たないため、消去対象顧客の受注番号で
       *>  突き合わせる）は、同じ項目を消去した次世代のファイルを書き出す。
       *>  納品先マスタ（NSK01→NSE01）は消去対象顧客の納品先の住所・
       *>  郵便番号を空白にした次世代を書き出す（納品先コードは残す）。
       *>  金額・数量・顧客番号・受注番号などの項目はそのまま引き継ぐ。
       *>  消去した顧客ごとに処理日時・消去区分・ファイル別の消去件数を
       *>  消去ログファイル（ERL01）へ追記し、顧客個人情報消去一覧表
       *>  （PRT94）を印刷する。消去一覧表には消去前の個人情報を印刷しない。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        ERASE01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]消去依頼ファイル（無い場合は保存期間経過の顧客のみ消去）
       *>----------------------------------------------------------------------------
       SELECT    ERQ01-IRAI-FILE      ASSIGN       TO   "ERQ01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS ERQ-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]顧客マスタファイル（個人情報を消去して更新する）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客変更履歴ファイル（KOKYAKU_UPDATE01の出力。無い場合は
       *>  受注の記録のみで最終取引日を判定する）
       *>----------------------------------------------------------------------------
       SELECT    KHS01-HISTORY-FILE   ASSIGN       TO   "KHS01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS KHS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイル（当年分）
       *>----------------------------------------------------------------------------
       SELECT    ARC01-ARCHIVE-FILE   ASSIGN       TO   "ARC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS ARC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイル（前年分。無い場合は当年分のみ）
       *>----------------------------------------------------------------------------
       SELECT    ARZ01-ARCHIVE-FILE   ASSIGN       TO   "ARZ01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS ARZ-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]受注状況ファイル（STATUS01の出力）
       *>----------------------------------------------------------------------------
       SELECT    STS02-STATUS-FILE    ASSIGN       TO   "STS02.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS STS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]回収連絡抽出ファイル（RECALL01の出力。無い場合は対象外）
       *>----------------------------------------------------------------------------
       SELECT    RCL01-RENRAKU-FILE   ASSIGN       TO   "RCL01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS RCL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]出荷ラベル抽出ファイル（LABEL01の出力。無い場合は対象外）
       *>----------------------------------------------------------------------------
       SELECT    LBL01-LABEL-FILE     ASSIGN       TO   "LBL01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS LBL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]納品先マスタファイル（無い場合は対象外）
       *>----------------------------------------------------------------------------
       SELECT    NSK01-NOHIN-SAKI-MASTER
                                      ASSIGN       TO   "NSK01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS NSK-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]月末受注アーカイブファイル（当年分・消去後）
       *>----------------------------------------------------------------------------
       SELECT    ARE01-ARCHIVE-FILE   ASSIGN       TO   "ARE01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]月末受注アーカイブファイル（前年分・消去後）
       *>----------------------------------------------------------------------------
       SELECT    ARE02-ARCHIVE-FILE   ASSIGN       TO   "ARE02.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]受注状況ファイル（消去後）
       *>----------------------------------------------------------------------------
       SELECT    STE01-STATUS-FILE    ASSIGN       TO   "STE01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]回収連絡抽出ファイル（消去後）
       *>----------------------------------------------------------------------------
       SELECT    RCE01-RENRAKU-FILE   ASSIGN       TO   "RCE01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]出荷ラベル抽出ファイル（消去後）
       *>----------------------------------------------------------------------------
       SELECT    LBE01-LABEL-FILE     ASSIGN       TO   "LBE01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]納品先マスタファイル（消去後）
       *>----------------------------------------------------------------------------
       SELECT    NSE01-NOHIN-SAKI-MASTER
                                      ASSIGN       TO   "NSE01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[入出力]消去ログファイル（追記）
       *>----------------------------------------------------------------------------
       SELECT    ERL01-SHOKYO-LOG     ASSIGN       TO   "ERL01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS ERL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]顧客個人情報消去一覧表
       *>----------------------------------------------------------------------------
       SELECT    PRT01-SHOKYO-RPT     ASSIGN       TO   "PRT94.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]消去依頼ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   ERQ01-IRAI-FILE.
       01   ERQ01-RECODE.
            03   ERQ01-KOKYAKU-BANGOU         PIC 9(006).
            03   ERQ01-IRAI-BI                PIC 9(008).
       *>   --受付者（操作者ＩＤ）--
            03   ERQ01-UKETSUKE-SHA           PIC X(008).
       *>----------------------------------------------------------------------------
       *>[入出力]顧客マスタファイルのレイアウト定義（KOKYAKU_UPDATE01と同一）
       *>----------------------------------------------------------------------------
       FD   KMS01-KOKYAKU-MASTER.
       01   KMS01-RECODE.
            03   KMS01-KOKYAKU-BANGOU          PIC 9(006).
            03   KMS01-KOKYAKU-MEI             PIC X(020).
            03   KMS01-KOKYAKU-ZYUSHO          PIC X(040).
            03   KMS01-YOSHIN-GENDO            PIC 9(009).
            03   KMS01-KAIKAKE-ZANDAKA         PIC 9(009).
            03   KMS01-YUBIN-BANGOU            PIC X(007).
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
       *>[入力]顧客変更履歴ファイルのレイアウト定義（KOKYAKU_UPDATE01と同一。
       *>  変更前・変更後のイメージは参照しない）
       *>----------------------------------------------------------------------------
       FD   KHS01-HISTORY-FILE.
       01   KHS01-RECODE.
            03   KHS01-HENKOU-DATE             PIC 9(008).
            03   KHS01-HENKOU-TIME             PIC 9(006).
            03   KHS01-TORIHIKI-KUBUN          PIC X(001).
            03   KHS01-KOKYAKU-BANGOU          PIC 9(006).
            03   FILLER                        PIC X(304).
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイルのレイアウト定義（STMT01と同一）
       *>----------------------------------------------------------------------------
       FD   ARC01-ARCHIVE-FILE.
       01   ARC01-RECODE.
            03   ARC01-ZYUTYU-BANGOU.
                 05   ARC01-MISEBAN           PIC X(003).
                 05   ARC01-TYUMON-BANGOU     PIC 9(005).
            03   ARC01-SHOHIN-CODE            PIC X(006).
            03   ARC01-SHOHIN-MI              PIC X(020).
            03   ARC01-TYUMON-SU              PIC S9(005).
            03   ARC01-UKETUKE-NICHIZI.
                 05   ARC01-HIDUKE            PIC 9(008).
                 05   ARC01-ZIKAN             PIC 9(004).
            03   ARC01-TANTOSYA-CODE          PIC X(007).
            03   ARC01-TANKA                  PIC 9(005).
            03   ARC01-KINGAKU                PIC S9(008).
            03   ARC01-KOKYAKU-BANGOU         PIC 9(006).
            03   ARC01-KOKYAKU-MEI            PIC X(020).
            03   ARC01-KOKYAKU-ZYUSHO         PIC X(040).
            03   ARC01-YUSEN-KUBUN            PIC X(001).
            03   ARC01-TANKA-KUBUN            PIC X(001).
            03   ARC01-YAKUSOKU-BI            PIC 9(008).
            03   ARC01-GENKA                  PIC 9(005).
            03   ARC01-YUBIN-BANGOU           PIC X(007).
       *>
       *>  トレーラレコード判定用の再定義
       01   ARC01-TRAILER-CHECK   REDEFINES   ARC01-RECODE.
            03   ARC01-TRAILER-CODE           PIC X(007).
            03   FILLER                       PIC X(138).
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイル（前年分）のレイアウト定義
       *>  （ARC01と同一）
       *>----------------------------------------------------------------------------
       FD   ARZ01-ARCHIVE-FILE.
       01   ARZ01-RECODE.
            03   ARZ01-ZYUTYU-BANGOU.
                 05   ARZ01-MISEBAN           PIC X(003).
                 05   ARZ01-TYUMON-BANGOU     PIC 9(005).
            03   ARZ01-SHOHIN-CODE            PIC X(006).
            03   ARZ01-SHOHIN-MI              PIC X(020).
            03   ARZ01-TYUMON-SU              PIC S9(005).
            03   ARZ01-UKETUKE-NICHIZI.
                 05   ARZ01-HIDUKE            PIC 9(008).
                 05   ARZ01-ZIKAN             PIC 9(004).
            03   ARZ01-TANTOSYA-CODE          PIC X(007).
            03   ARZ01-TANKA                  PIC 9(005).
            03   ARZ01-KINGAKU                PIC S9(008).
            03   ARZ01-KOKYAKU-BANGOU         PIC 9(006).
            03   ARZ01-KOKYAKU-MEI            PIC X(020).
            03   ARZ01-KOKYAKU-ZYUSHO         PIC X(040).
            03   ARZ01-YUSEN-KUBUN            PIC X(001).
            03   ARZ01-TANKA-KUBUN            PIC X(001).
            03   ARZ01-YAKUSOKU-BI            PIC 9(008).
            03   ARZ01-GENKA                  PIC 9(005).
            03   ARZ01-YUBIN-BANGOU           PIC X(007).
       *>
       *>  トレーラレコード判定用の再定義
       01   ARZ01-TRAILER-CHECK   REDEFINES   ARZ01-RECODE.
            03   ARZ01-TRAILER-CODE           PIC X(007).
            03   FILLER                       PIC X(138).
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
            03   STS02-LOT-NO                 PIC X(008).
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
       *>   --配達区分・配達日（STATUS01が配達証明より記録する）--
            03   STS02-HAITATSU-KUBUN         PIC X(001).
            03   STS02-HAITATSU-BI            PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]回収連絡抽出ファイルのレイアウト定義（RECALL01と同一）
       *>----------------------------------------------------------------------------
       FD   RCL01-RENRAKU-FILE.
       01   RCL01-RECODE.
            03   RCL01-KOKYAKU-BANGOU         PIC X(006).
            03   RCL01-KOKYAKU-MEI            PIC X(020).
            03   RCL01-KOKYAKU-ZYUSHO         PIC X(040).
            03   RCL01-YUBIN-BANGOU           PIC X(007).
            03   RCL01-ZYUTYU-BANGOU          PIC X(008).
            03   RCL01-SHUKKA-SU              PIC 9(005).
            03   RCL01-SHUKKA-BI              PIC 9(008).
       *>   --シリアル番号（シリアル番号範囲指定時のみ。それ以外はスペース）--
            03   RCL01-SERIAL-NO              PIC X(020).
       *>----------------------------------------------------------------------------
       *>[入力]出荷ラベル抽出ファイルのレイアウト定義（LABEL01と同一）
       *>----------------------------------------------------------------------------
       FD   LBL01-LABEL-FILE.
       01   LBL01-RECODE.
            03   LBL01-YUBIN-BANGOU           PIC X(007).
            03   LBL01-ZYUSHO-1               PIC X(020).
            03   LBL01-ZYUSHO-2               PIC X(020).
            03   LBL01-KOKYAKU-MEI            PIC X(020).
            03   LBL01-ZYUTYU-BANGOU          PIC X(008).
            03   LBL01-KONPO-SU               PIC 9(005).
       *>   --まとめ出荷番号（まとめ対象外の受注はゼロ）--
            03   LBL01-SHUKKA-BANGOU          PIC 9(006).
       *>   --箱番号（梱包数のうち何箱目か）・箱の重量・出荷単位の総重量
       *>     （グラム。箱割付の無い出荷単位は箱番号１・重量ゼロ）--
            03   LBL01-KONPO-NO               PIC 9(003).
            03   LBL01-JURYO-G                PIC 9(007).
            03   LBL01-SOU-JURYO-G            PIC 9(009).
       *>----------------------------------------------------------------------------
       *>[入力]納品先マスタファイルのレイアウト定義（TEST0001と同一）
       *>----------------------------------------------------------------------------
       FD   NSK01-NOHIN-SAKI-MASTER.
       01   NSK01-RECODE.
            03   NSK01-KOKYAKU-BANGOU         PIC 9(006).
            03   NSK01-NOHIN-SAKI-CODE        PIC X(003).
            03   NSK01-ZYUSHO                 PIC X(040).
            03   NSK01-YUBIN-BANGOU           PIC X(007).
       *>----------------------------------------------------------------------------
       *>[出力]月末受注アーカイブファイル（当年分・消去後）のレイアウト定義
       *>  （入力と同一形式）
       *>----------------------------------------------------------------------------
       FD   ARE01-ARCHIVE-FILE.
       01   ARE01-RECODE                      PIC X(145).
       *>----------------------------------------------------------------------------
       *>[出力]月末受注アーカイブファイル（前年分・消去後）のレイアウト定義
       *>  （入力と同一形式）
       *>----------------------------------------------------------------------------
       FD   ARE02-ARCHIVE-FILE.
       01   ARE02-RECODE                      PIC X(145).
       *>----------------------------------------------------------------------------
       *>[出力]受注状況ファイル（消去後）のレイアウト定義（入力と同一形式）
       *>----------------------------------------------------------------------------
       FD   STE01-STATUS-FILE.
       01   STE01-RECODE                      PIC X(156).
       *>----------------------------------------------------------------------------
       *>[出力]回収連絡抽出ファイル（消去後）のレイアウト定義
       *>  （入力と同一形式）
       *>----------------------------------------------------------------------------
       FD   RCE01-RENRAKU-FILE.
       01   RCE01-RECODE                      PIC X(114).
       *>----------------------------------------------------------------------------
       *>[出力]出荷ラベル抽出ファイル（消去後）のレイアウト定義
       *>  （入力と同一形式）
       *>----------------------------------------------------------------------------
       FD   LBE01-LABEL-FILE.
       01   LBE01-RECODE                      PIC X(105).
       *>----------------------------------------------------------------------------
       *>[出力]納品先マスタファイル（消去後）のレイアウト定義
       *>  （入力と同一形式）
       *>----------------------------------------------------------------------------
       FD   NSE01-NOHIN-SAKI-MASTER.
       01   NSE01-RECODE                      PIC X(056).
       *>----------------------------------------------------------------------------
       *>[入出力]消去ログファイルのレイアウト定義
       *>  （消去区分：Ｉ＝消去依頼、Ｈ＝保存期間経過。基準日は依頼日または
       *>    最終取引日（取引の記録が無い顧客はゼロ）。件数はファイル別に
       *>    消去したレコード数）
       *>----------------------------------------------------------------------------
       FD   ERL01-SHOKYO-LOG.
       01   ERL01-RECODE.
            03   ERL01-SHORI-BI               PIC 9(008).
            03   ERL01-SHORI-TIME             PIC 9(006).
            03   ERL01-KOKYAKU-BANGOU         PIC 9(006).
            03   ERL01-SHOKYO-KUBUN           PIC X(001).
            03   ERL01-KIJUN-BI               PIC 9(008).
            03   ERL01-UKETSUKE-SHA           PIC X(008).
            03   ERL01-KMS-KENSU              PIC 9(006).
            03   ERL01-ARC-KENSU              PIC 9(006).
            03   ERL01-ARZ-KENSU              PIC 9(006).
            03   ERL01-STS-KENSU              PIC 9(006).
            03   ERL01-LBL-KENSU              PIC 9(006).
            03   ERL01-RCL-KENSU              PIC 9(006).
            03   ERL01-NSK-KENSU              PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]顧客個人情報消去一覧表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-SHOKYO-RPT.
       01   PRT01-RECODE                      PIC X(132).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--消去後の顧客名（住所・郵便番号は空白とする）--
       77   CST-SHOKYO-MEI                    PIC X(020)
                                        VALUE "＊消去済＊".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--顧客マスタ読み込み件数・消去件数・保留件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            03   WRK-KYAKKA-RIYU              PIC X(015).
       *>
       01   ERQ-FILE-STATUS                   PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       01   KHS-FILE-STATUS                   PIC XX.
       01   ARC-FILE-STATUS                   PIC XX.
       01   ARZ-FILE-STATUS                   PIC XX.
       01   STS-FILE-STATUS                   PIC XX.
       01   RCL-FILE-STATUS                   PIC XX.
       01   LBL-FILE-STATUS                   PIC XX.
       01   NSK-FILE-STATUS                   PIC XX.
       01   ERL-FILE-STATUS                   PIC XX.
       *>
       *>--前年分アーカイブ・回収連絡抽出・出荷ラベル抽出・納品先マスタの
       *>  有無--
       01   WRK-ARZ-ARI-SW                    PIC X(001).
            88   WRK-ARZ-ARI                  VALUE "Y".
       01   WRK-RCL-ARI-SW                    PIC X(001).
            88   WRK-RCL-ARI                  VALUE "Y".
       01   WRK-LBL-ARI-SW                    PIC X(001).
            88   WRK-LBL-ARI                  VALUE "Y".
       01   WRK-NSK-ARI-SW                    PIC X(001).
            88   WRK-NSK-ARI                  VALUE "Y".
       *>
       *>--実行パラメタの取得領域（PRMGET01呼び出し用）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                 VALUE "ERASE01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--保存月数（最終取引日からの経過月数。既定２４ヶ月）--
       01   WRK-HOZON-TSUKI                   PIC 9(002) VALUE 24.
       *>
       *>--年月の通算月数（経過月数計算用）--
       01   WRK-RUN-TSUKI-SU                  PIC 9(006).
       01   WRK-SAISHU-BI                     PIC 9(008).
       01   WRK-SAISHU-BI-H   REDEFINES   WRK-SAISHU-BI.
            03   WRK-SAISHU-NEN               PIC 9(004).
            03   WRK-SAISHU-GETU              PIC 9(002).
            03   WRK-SAISHU-HI                PIC 9(002).
       01   WRK-SAISHU-TSUKI-SU               PIC 9(006).
       01   WRK-KEIKA-TSUKI                   PIC S9(006).
       *>
       *>--最終取引日の記録対象の日付--
       01   WRK-TORIHIKI-BI                   PIC 9(008).
       *>
       *>--顧客別最終取引日テーブル（線形検索用）--
       77   CST-MAX-TORI-KENSU                PIC 9(004) VALUE 9999.
       01   WRK-TORI-TBL.
            03   WRK-TORI-ENT                     OCCURS 9999.
                 05   WRK-TORI-BANGOU             PIC 9(006).
                 05   WRK-TORI-SAISHU-BI          PIC 9(008).
       01   WRK-TORI-CNT                      PIC 9(004).
       01   WRK-TORI-IDX                      PIC 9(004).
       01   WRK-TORI-HIT-IDX                  PIC 9(004).
       01   WRK-TORI-MITUKE-SW                PIC X(001).
            88   WRK-TORI-MITUKE              VALUE "Y".
       01   WRK-SAGASHI-KOKYAKU               PIC 9(006).
       *>
       *>--消去依頼テーブル（線形検索用。処理済みの依頼に印を付ける）--
       77   CST-MAX-IRAI-KENSU                PIC 9(003) VALUE 999.
       01   WRK-IRAI-TBL.
            03   WRK-IRAI-ENT                     OCCURS 999.
                 05   WRK-IRAI-BANGOU             PIC 9(006).
                 05   WRK-IRAI-BI                 PIC 9(008).
                 05   WRK-IRAI-UKETSUKE           PIC X(008).
                 05   WRK-IRAI-SHORI-SW           PIC X(001).
       01   WRK-IRAI-CNT                      PIC 9(003).
       01   WRK-IRAI-IDX                      PIC 9(003).
       01   WRK-IRAI-HIT-IDX                  PIC 9(003).
       01   WRK-IRAI-MITUKE-SW                PIC X(001).
            88   WRK-IRAI-MITUKE              VALUE "Y".
       *>
       *>--消去対象顧客テーブル（消去区分・基準日・ファイル別消去件数）--
       77   CST-MAX-SHOKYO-KENSU              PIC 9(003) VALUE 999.
       01   WRK-SHOKYO-TBL.
            03   WRK-SHOKYO-ENT                   OCCURS 999.
                 05   WRK-SHOKYO-BANGOU           PIC 9(006).
                 05   WRK-SHOKYO-KUBUN            PIC X(001).
                 05   WRK-SHOKYO-KIJUN-BI         PIC 9(008).
                 05   WRK-SHOKYO-UKETSUKE         PIC X(008).
                 05   WRK-SHOKYO-ARC-KENSU        PIC 9(006).
                 05   WRK-SHOKYO-ARZ-KENSU        PIC 9(006).
                 05   WRK-SHOKYO-STS-KENSU        PIC 9(006).
                 05   WRK-SHOKYO-LBL-KENSU        PIC 9(006).
                 05   WRK-SHOKYO-RCL-KENSU        PIC 9(006).
                 05   WRK-SHOKYO-NSK-KENSU        PIC 9(006).
       01   WRK-SHOKYO-CNT                    PIC 9(003).
       01   WRK-SHOKYO-IDX                    PIC 9(003).
       01   WRK-SHOKYO-HIT-IDX                PIC 9(003).
       01   WRK-SHOKYO-MITUKE-SW              PIC X(001).
            88   WRK-SHOKYO-MITUKE            VALUE "Y".
       *>
       *>--消去対象顧客の受注番号テーブル（出荷ラベルの突き合わせ用）--
       77   CST-MAX-ZYUTYU-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-ZYUTYU-TBL.
            03   WRK-ZYUTYU-ENT                   OCCURS 9999.
                 05   WRK-ZYUTYU-BANGOU           PIC X(008).
                 05   WRK-ZYUTYU-SHOKYO-IDX       PIC 9(003).
       01   WRK-ZYUTYU-CNT                    PIC 9(004).
       01   WRK-ZYUTYU-IDX                    PIC 9(004).
       01   WRK-ZYUTYU-HIT-IDX                PIC 9(004).
       01   WRK-ZYUTYU-MITUKE-SW              PIC X(001).
            88   WRK-ZYUTYU-MITUKE            VALUE "Y".
       01   WRK-SAGASHI-ZYUTYU                PIC X(008).
       *>
       *>--保留テーブル（保留一覧の印刷用）--
       77   CST-MAX-HORYU-KENSU               PIC 9(003) VALUE 999.
       01   WRK-HORYU-TBL.
            03   WRK-HORYU-ENT                    OCCURS 999.
                 05   WRK-HORYU-BANGOU            PIC 9(006).
                 05   WRK-HORYU-KIJUN-BI          PIC 9(008).
                 05   WRK-HORYU-UKETSUKE          PIC X(008).
                 05   WRK-HORYU-RIYU              PIC X(015).
                 05   WRK-HORYU-ZANDAKA           PIC 9(009).
       01   WRK-HORYU-CNT                     PIC 9(003).
       01   WRK-HORYU-IDX                     PIC 9(003).
       *>
       *>--顧客１件分の判定結果（消去区分・基準日・受付者）--
       01   WRK-HANTEI-KUBUN                  PIC X(001).
       01   WRK-HANTEI-KIJUN-BI               PIC 9(008).
       01   WRK-HANTEI-UKETSUKE               PIC X(008).
       *>
       *>--回収連絡抽出の顧客番号（英数字項目の数値化用）--
       01   WRK-RCL-KOKYAKU                   PIC X(006).
       01   WRK-RCL-KOKYAKU-N   REDEFINES   WRK-RCL-KOKYAKU
                                              PIC 9(006).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "ERASE01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
            03   WRK-RUN-NEN                  PIC 9(004).
            03   WRK-RUN-GETU                 PIC 9(002).
            03   WRK-RUN-HI                   PIC 9(002).
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義（顧客個人情報消去一覧表）
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(036)
                          VALUE "顧客個人情報消去一覧表".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(018)
                                 VALUE "保存月数：".
            03   HD01-HOZON-TSUKI             PIC Z9.
       *>
       01   HD02-KOMOKU.
            03   FILLER                       PIC X(012)
                                 VALUE "顧客番号".
            03   FILLER                       PIC X(015)
                                 VALUE "基準日".
            03   FILLER                       PIC X(015)
                                 VALUE "受付者".
            03   FILLER                       PIC X(009)
                                 VALUE "KMS01".
            03   FILLER                       PIC X(007)
                                 VALUE "ARC01".
            03   FILLER                       PIC X(013)
                                 VALUE "前年ARC".
            03   FILLER                       PIC X(009)
                                 VALUE "STS02".
            03   FILLER                       PIC X(009)
                                 VALUE "LBL01".
            03   FILLER                       PIC X(009)
                                 VALUE "RCL01".
            03   FILLER                       PIC X(007)
                                 VALUE "NSK01".
            03   FILLER                       PIC X(012)
                                 VALUE "消去区分".
       *>
       01   HD03-MEISAI-LINE.
            03   HD03-KOKYAKU-BANGOU          PIC 9(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KIJUN-BI                PIC 9999/99/99.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-UKETSUKE-SHA            PIC X(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KMS-KENSU               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-ARC-KENSU               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-ARZ-KENSU               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-STS-KENSU               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-LBL-KENSU               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-RCL-KENSU               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-NSK-KENSU               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KUBUN-MEI               PIC X(018).
       *>
       01   HD04-HORYU-MIDASHI.
            03   FILLER                       PIC X(036)
                               VALUE "＜消去保留・対象外＞".
       *>
       01   HD05-HORYU-KOMOKU.
            03   FILLER                       PIC X(012)
                                 VALUE "顧客番号".
            03   FILLER                       PIC X(015)
                                 VALUE "基準日".
            03   FILLER                       PIC X(013)
                                 VALUE "受付者".
            03   FILLER                       PIC X(024)
                                 VALUE "保留理由".
            03   FILLER                       PIC X(012)
                                 VALUE "売掛残高".
       *>
       01   HD06-HORYU-LINE.
            03   HD06-KOKYAKU-BANGOU          PIC 9(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-KIJUN-BI                PIC 9999/99/99.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-UKETSUKE-SHA            PIC X(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-RIYU                    PIC X(015).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-ZANDAKA                 PIC ZZZ,ZZZ,ZZ9.
       *>
       01   HD07-GOKEI-LINE.
            03   FILLER                       PIC X(018)
                                 VALUE "消去件数：".
            03   HD07-SHOKYO-KENSU            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(018)
                                 VALUE "保留件数：".
            03   HD07-HORYU-KENSU             PIC ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "ERASE01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "消去顧客件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "保留件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                  VALUE "ERASE01入力ファイル異常 STATUS=".
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
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           MOVE   ZERO       TO   WRK-TORI-CNT.
           MOVE   ZERO       TO   WRK-IRAI-CNT.
           MOVE   ZERO       TO   WRK-SHOKYO-CNT.
           MOVE   ZERO       TO   WRK-ZYUTYU-CNT.
           MOVE   ZERO       TO   WRK-HORYU-CNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得と通算月数（経過月数計算用）
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
           COMPUTE   WRK-RUN-TSUKI-SU   =
                     WRK-RUN-NEN   *   12   +   WRK-RUN-GETU.
       *>
       *>  保存月数の取得
           PERFORM   PARAMETER-GET-PROC.
       *>
       *>  顧客別最終取引日の集計と消去依頼の一括読み込み
           PERFORM   TORIHIKI-SHUKEI-CONTROL-PROC.
           PERFORM   IRAI-FILE-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   I-O      KMS01-KOKYAKU-MASTER.
       *>
       *>  消去ログは追記モードでオープン（初回は新規作成）
           OPEN   EXTEND   ERL01-SHOKYO-LOG.
           IF   ERL-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   ERL01-SHOKYO-LOG
           END-IF.
       *>
       *>  顧客マスタの先頭からの順読み
           MOVE   ZERO   TO   KMS01-KOKYAKU-BANGOU.
           START   KMS01-KOKYAKU-MASTER
                   KEY   >=   KMS01-KOKYAKU-BANGOU
               INVALID   KEY
                   MOVE   "END"   TO   WRK-AT-END
           END-START.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   KMS01-KOKYAKU-MASTER.
       *>
       *>  顧客マスタに無い消去依頼を保留へ計上
           PERFORM   IRAI-MISHORI-CHECK-PROC
                    VARYING   WRK-IRAI-IDX   FROM   1   BY   1
                    UNTIL   WRK-IRAI-IDX   >   WRK-IRAI-CNT.
       *>
       *>  取引ファイルの次世代の書き出し（消去対象顧客の個人情報を消去）
           PERFORM   ARC01-SHOKYO-CONTROL-PROC.
           PERFORM   ARZ01-SHOKYO-CONTROL-PROC.
           PERFORM   STS02-SHOKYO-CONTROL-PROC.
           PERFORM   RCL01-SHOKYO-CONTROL-PROC.
           PERFORM   LBL01-SHOKYO-CONTROL-PROC.
           PERFORM   NSK01-SHOKYO-CONTROL-PROC.
       *>
       *>  消去ログの追記と消去一覧表の印刷
           PERFORM   ICHIRAN-PRINT-PROC.
       *>
           CLOSE   ERL01-SHOKYO-LOG.
       *>
       *>消去件数・保留件数の表示
           MOVE   WRK-OUT-COUNT     TO   MSG2-COUNT.
           MOVE   WRK-ERROR-COUNT   TO   MSG3-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
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
       *>主処理（顧客１件ごとの消去判定と顧客マスタの消去）
       *>  消去依頼のある顧客を優先し、依頼の無い顧客は最終取引日からの
       *>  経過月数が保存月数以上の場合に消去する
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           READ   KMS01-KOKYAKU-MASTER   NEXT
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   MAIN-PROC-EXIT
           END-READ.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  消去依頼の検索
           MOVE   SPACE   TO   WRK-IRAI-MITUKE-SW.
           PERFORM   IRAI-TBL-CHECK-PROC
                    VARYING   WRK-IRAI-IDX   FROM   1   BY   1
                    UNTIL   WRK-IRAI-IDX   >   WRK-IRAI-CNT
                    OR      WRK-IRAI-MITUKE.
       *>
       *>  最終取引日の検索
           MOVE   KMS01-KOKYAKU-BANGOU   TO   WRK-SAGASHI-KOKYAKU.
           PERFORM   TORI-TBL-SANSHO-PROC.
           IF   WRK-TORI-MITUKE   THEN
                MOVE   WRK-TORI-SAISHU-BI(WRK-TORI-HIT-IDX)   TO
                       WRK-SAISHU-BI
           ELSE
                MOVE   ZERO   TO   WRK-SAISHU-BI
           END-IF.
       *>
           IF   WRK-IRAI-MITUKE   THEN
                MOVE   "Y"   TO   WRK-IRAI-SHORI-SW(WRK-IRAI-HIT-IDX)
                MOVE   "I"   TO   WRK-HANTEI-KUBUN
                MOVE   WRK-IRAI-BI(WRK-IRAI-HIT-IDX)   TO
                       WRK-HANTEI-KIJUN-BI
                MOVE   WRK-IRAI-UKETSUKE(WRK-IRAI-HIT-IDX)   TO
                       WRK-HANTEI-UKETSUKE
           ELSE
       *>       消去済みの顧客は保存期間の判定から除く
                IF   KMS01-KOKYAKU-MEI   =   CST-SHOKYO-MEI   THEN
                     GO   TO   MAIN-PROC-EXIT
                END-IF
                IF   WRK-SAISHU-BI   NOT =   ZERO   THEN
                     COMPUTE   WRK-SAISHU-TSUKI-SU   =
                          WRK-SAISHU-NEN   *   12   +   WRK-SAISHU-GETU
                     COMPUTE   WRK-KEIKA-TSUKI   =
                          WRK-RUN-TSUKI-SU   -   WRK-SAISHU-TSUKI-SU
                     IF   WRK-KEIKA-TSUKI   <   WRK-HOZON-TSUKI   THEN
                          GO   TO   MAIN-PROC-EXIT
                     END-IF
                END-IF
                MOVE   "H"             TO   WRK-HANTEI-KUBUN
                MOVE   WRK-SAISHU-BI   TO   WRK-HANTEI-KIJUN-BI
                MOVE   SPACE           TO   WRK-HANTEI-UKETSUKE
           END-IF.
       *>
       *>  消去済み・売掛残高の確認
           IF   KMS01-KOKYAKU-MEI   =   CST-SHOKYO-MEI   THEN
                MOVE   "SHOKYO-ZUMI"     TO   WRK-KYAKKA-RIYU
                PERFORM   HORYU-TSUIKA-PROC
                GO   TO   MAIN-PROC-EXIT
           END-IF.
       *>
           IF   KMS01-KAIKAKE-ZANDAKA   NOT =   ZERO   THEN
                MOVE   "ZANDAKA-ARI"     TO   WRK-KYAKKA-RIYU
                PERFORM   HORYU-TSUIKA-PROC
                GO   TO   MAIN-PROC-EXIT
           END-IF.
       *>
           IF   WRK-SHOKYO-CNT   >=   CST-MAX-SHOKYO-KENSU   THEN
                MOVE   "KENSU-CHOKA"     TO   WRK-KYAKKA-RIYU
                PERFORM   HORYU-TSUIKA-PROC
                GO   TO   MAIN-PROC-EXIT
           END-IF.
       *>
       *>  顧客マスタの個人情報の消去
           MOVE   CST-SHOKYO-MEI   TO   KMS01-KOKYAKU-MEI.
           MOVE   SPACE            TO   KMS01-KOKYAKU-ZYUSHO.
           MOVE   SPACE            TO   KMS01-YUBIN-BANGOU.
           REWRITE   KMS01-RECODE.
       *>
       *>  消去対象顧客テーブルへの追加
           ADD    1                       TO   WRK-SHOKYO-CNT.
           MOVE   KMS01-KOKYAKU-BANGOU    TO
                  WRK-SHOKYO-BANGOU(WRK-SHOKYO-CNT).
           MOVE   WRK-HANTEI-KUBUN        TO
                  WRK-SHOKYO-KUBUN(WRK-SHOKYO-CNT).
           MOVE   WRK-HANTEI-KIJUN-BI     TO
                  WRK-SHOKYO-KIJUN-BI(WRK-SHOKYO-CNT).
           MOVE   WRK-HANTEI-UKETSUKE     TO
                  WRK-SHOKYO-UKETSUKE(WRK-SHOKYO-CNT).
           MOVE   ZERO   TO   WRK-SHOKYO-ARC-KENSU(WRK-SHOKYO-CNT).
           MOVE   ZERO   TO   WRK-SHOKYO-ARZ-KENSU(WRK-SHOKYO-CNT).
           MOVE   ZERO   TO   WRK-SHOKYO-STS-KENSU(WRK-SHOKYO-CNT).
           MOVE   ZERO   TO   WRK-SHOKYO-LBL-KENSU(WRK-SHOKYO-CNT).
           MOVE   ZERO   TO   WRK-SHOKYO-RCL-KENSU(WRK-SHOKYO-CNT).
           MOVE   ZERO   TO   WRK-SHOKYO-NSK-KENSU(WRK-SHOKYO-CNT).
       *>
           ADD   1   TO   WRK-OUT-COUNT.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>保留テーブルへの追加（顧客マスタの顧客・判定結果から）
       *>----------------------------------------------------------------------------
       HORYU-TSUIKA-PROC                  SECTION.
       *>
           IF   WRK-HORYU-CNT   >=   CST-MAX-HORYU-KENSU   THEN
                ADD   1   TO   WRK-ERROR-COUNT
                GO   TO   HORYU-TSUIKA-PROC-EXIT
           END-IF.
       *>
           ADD    1                       TO   WRK-HORYU-CNT.
           MOVE   KMS01-KOKYAKU-BANGOU    TO
                  WRK-HORYU-BANGOU(WRK-HORYU-CNT).
           MOVE   WRK-HANTEI-KIJUN-BI     TO
                  WRK-HORYU-KIJUN-BI(WRK-HORYU-CNT).
           MOVE   WRK-HANTEI-UKETSUKE     TO
                  WRK-HORYU-UKETSUKE(WRK-HORYU-CNT).
           MOVE   WRK-KYAKKA-RIYU         TO
                  WRK-HORYU-RIYU(WRK-HORYU-CNT).
           MOVE   KMS01-KAIKAKE-ZANDAKA   TO
                  WRK-HORYU-ZANDAKA(WRK-HORYU-CNT).
           ADD    1                       TO   WRK-ERROR-COUNT.
       *>
       HORYU-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客マスタに無い消去依頼の保留への計上（依頼１件分）
       *>----------------------------------------------------------------------------
       IRAI-MISHORI-CHECK-PROC            SECTION.
       *>
           IF   WRK-IRAI-SHORI-SW(WRK-IRAI-IDX)   =   "Y"   THEN
                GO   TO   IRAI-MISHORI-CHECK-PROC-EXIT
           END-IF.
       *>
           IF   WRK-HORYU-CNT   >=   CST-MAX-HORYU-KENSU   THEN
                ADD   1   TO   WRK-ERROR-COUNT
                GO   TO   IRAI-MISHORI-CHECK-PROC-EXIT
           END-IF.
       *>
           ADD    1                       TO   WRK-HORYU-CNT.
           MOVE   WRK-IRAI-BANGOU(WRK-IRAI-IDX)     TO
                  WRK-HORYU-BANGOU(WRK-HORYU-CNT).
           MOVE   WRK-IRAI-BI(WRK-IRAI-IDX)         TO
                  WRK-HORYU-KIJUN-BI(WRK-HORYU-CNT).
           MOVE   WRK-IRAI-UKETSUKE(WRK-IRAI-IDX)   TO
                  WRK-HORYU-UKETSUKE(WRK-HORYU-CNT).
           MOVE   "KOKYAKU-NASHI"   TO   WRK-HORYU-RIYU(WRK-HORYU-CNT).
           MOVE   ZERO              TO
                  WRK-HORYU-ZANDAKA(WRK-HORYU-CNT).
           ADD    1                       TO   WRK-ERROR-COUNT.
       *>
       IRAI-MISHORI-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>実行パラメタの取得（HOZON-GETU：保存月数）
       *>  未設定時は既定値（２４ヶ月）を用いる
       *>----------------------------------------------------------------------------
       PARAMETER-GET-PROC                 SECTION.
       *>
           MOVE   "HOZON-GETU"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:2)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:2)   NOT =   "00"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:2)   TO   WRK-HOZON-TSUKI
           END-IF.
       *>
       PARAMETER-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客別最終取引日の集計（アーカイブ・受注状況・顧客変更履歴）
       *>----------------------------------------------------------------------------
       TORIHIKI-SHUKEI-CONTROL-PROC       SECTION.
       *>
       *>  月末受注アーカイブ（当年分）の受注日
           MOVE   SPACE   TO   WRK-AT-END.
           OPEN   INPUT   ARC01-ARCHIVE-FILE.
           PERFORM   ARC01-READ-PROC.
           PERFORM   ARC01-TORIHIKI-PROC
                                 UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   ARC01-ARCHIVE-FILE.
       *>
       *>  月末受注アーカイブ（前年分）の受注日
           MOVE   SPACE   TO   WRK-ARZ-ARI-SW.
           MOVE   SPACE   TO   WRK-AT-END.
           OPEN   INPUT   ARZ01-ARCHIVE-FILE.
           IF   ARZ-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-ARZ-ARI-SW
                PERFORM   ARZ01-READ-PROC
                PERFORM   ARZ01-TORIHIKI-PROC
                                 UNTIL   WRK-AT-END   =   CST-END
                CLOSE   ARZ01-ARCHIVE-FILE
           END-IF.
       *>
       *>  受注状況の約束日・出荷日
           MOVE   SPACE   TO   WRK-AT-END.
           OPEN   INPUT   STS02-STATUS-FILE.
           PERFORM   STS02-READ-PROC.
           PERFORM   STS02-TORIHIKI-PROC
                                 UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   STS02-STATUS-FILE.
       *>
       *>  顧客変更履歴の変更日（登録直後で受注の無い顧客を保護する）
           MOVE   SPACE   TO   WRK-AT-END.
           OPEN   INPUT   KHS01-HISTORY-FILE.
           IF   KHS-FILE-STATUS   =   "00"   THEN
                PERFORM   KHS01-TORIHIKI-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   KHS01-HISTORY-FILE
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       TORIHIKI-SHUKEI-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>当年分アーカイブ明細１件分の最終取引日の記録
       *>----------------------------------------------------------------------------
       ARC01-TORIHIKI-PROC                SECTION.
       *>
           IF   ARC01-TRAILER-CODE   NOT =   "TRAILER"   THEN
                MOVE   ARC01-KOKYAKU-BANGOU   TO   WRK-SAGASHI-KOKYAKU
                MOVE   ARC01-HIDUKE           TO   WRK-TORIHIKI-BI
                PERFORM   TORI-TBL-KIROKU-PROC
           END-IF.
       *>
           PERFORM   ARC01-READ-PROC.
       *>
       ARC01-TORIHIKI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前年分アーカイブ明細１件分の最終取引日の記録
       *>----------------------------------------------------------------------------
       ARZ01-TORIHIKI-PROC                SECTION.
       *>
           IF   ARZ01-TRAILER-CODE   NOT =   "TRAILER"   THEN
                MOVE   ARZ01-KOKYAKU-BANGOU   TO   WRK-SAGASHI-KOKYAKU
                MOVE   ARZ01-HIDUKE           TO   WRK-TORIHIKI-BI
                PERFORM   TORI-TBL-KIROKU-PROC
           END-IF.
       *>
           PERFORM   ARZ01-READ-PROC.
       *>
       ARZ01-TORIHIKI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注状況１件分の最終取引日の記録（約束日と出荷日の新しい方）
       *>----------------------------------------------------------------------------
       STS02-TORIHIKI-PROC                SECTION.
       *>
           MOVE   STS02-KOKYAKU-BANGOU   TO   WRK-SAGASHI-KOKYAKU.
           MOVE   STS02-YAKUSOKU-BI      TO   WRK-TORIHIKI-BI.
           IF   STS02-SHUKKA-BI   >   WRK-TORIHIKI-BI   THEN
                MOVE   STS02-SHUKKA-BI   TO   WRK-TORIHIKI-BI
           END-IF.
           PERFORM   TORI-TBL-KIROKU-PROC.
       *>
           PERFORM   STS02-READ-PROC.
       *>
       STS02-TORIHIKI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客変更履歴の読み込みと最終取引日の記録（１件分）
       *>----------------------------------------------------------------------------
       KHS01-TORIHIKI-PROC                SECTION.
       *>
           READ   KHS01-HISTORY-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
             NOT  AT   END
                  MOVE   KHS01-KOKYAKU-BANGOU   TO   WRK-SAGASHI-KOKYAKU
                  MOVE   KHS01-HENKOU-DATE      TO   WRK-TORIHIKI-BI
                  PERFORM   TORI-TBL-KIROKU-PROC
           END-READ.
       *>
       KHS01-TORIHIKI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客別最終取引日テーブルへの記録（未登録は追加、登録済みは
       *>  より新しい日付で更新）
       *>----------------------------------------------------------------------------
       TORI-TBL-KIROKU-PROC               SECTION.
       *>
           PERFORM   TORI-TBL-SANSHO-PROC.
       *>
           IF   NOT   WRK-TORI-MITUKE   THEN
                IF   WRK-TORI-CNT   >=   CST-MAX-TORI-KENSU   THEN
                     GO   TO   TORI-TBL-KIROKU-PROC-EXIT
                END-IF
                ADD    1                     TO   WRK-TORI-CNT
                MOVE   WRK-TORI-CNT          TO   WRK-TORI-HIT-IDX
                MOVE   WRK-SAGASHI-KOKYAKU   TO
                       WRK-TORI-BANGOU(WRK-TORI-HIT-IDX)
                MOVE   ZERO                  TO
                       WRK-TORI-SAISHU-BI(WRK-TORI-HIT-IDX)
           END-IF.
       *>
           IF   WRK-TORIHIKI-BI   >
                WRK-TORI-SAISHU-BI(WRK-TORI-HIT-IDX)   THEN
                MOVE   WRK-TORIHIKI-BI   TO
                       WRK-TORI-SAISHU-BI(WRK-TORI-HIT-IDX)
           END-IF.
       *>
       TORI-TBL-KIROKU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客別最終取引日テーブルの検索（線形検索）
       *>----------------------------------------------------------------------------
       TORI-TBL-SANSHO-PROC               SECTION.
       *>
           MOVE   SPACE   TO   WRK-TORI-MITUKE-SW.
       *>
           PERFORM   TORI-TBL-CHECK-PROC
                    VARYING   WRK-TORI-IDX   FROM   1   BY   1
                    UNTIL   WRK-TORI-IDX   >   WRK-TORI-CNT
                    OR      WRK-TORI-MITUKE.
       *>
       TORI-TBL-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客別最終取引日テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       TORI-TBL-CHECK-PROC                SECTION.
       *>
           IF   WRK-TORI-BANGOU(WRK-TORI-IDX)  =  WRK-SAGASHI-KOKYAKU
           THEN
                MOVE   "Y"            TO   WRK-TORI-MITUKE-SW
                MOVE   WRK-TORI-IDX   TO   WRK-TORI-HIT-IDX
           END-IF.
       *>
       TORI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消去依頼テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       IRAI-TBL-CHECK-PROC                SECTION.
       *>
           IF   WRK-IRAI-BANGOU(WRK-IRAI-IDX)  =  KMS01-KOKYAKU-BANGOU
           THEN
                MOVE   "Y"            TO   WRK-IRAI-MITUKE-SW
                MOVE   WRK-IRAI-IDX   TO   WRK-IRAI-HIT-IDX
           END-IF.
       *>
       IRAI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消去対象顧客テーブルの検索（線形検索）
       *>----------------------------------------------------------------------------
       SHOKYO-TBL-SANSHO-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-SHOKYO-MITUKE-SW.
       *>
           PERFORM   SHOKYO-TBL-CHECK-PROC
                    VARYING   WRK-SHOKYO-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHOKYO-IDX   >   WRK-SHOKYO-CNT
                    OR      WRK-SHOKYO-MITUKE.
       *>
       SHOKYO-TBL-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消去対象顧客テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       SHOKYO-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-SHOKYO-BANGOU(WRK-SHOKYO-IDX)
                                       =   WRK-SAGASHI-KOKYAKU   THEN
                MOVE   "Y"              TO   WRK-SHOKYO-MITUKE-SW
                MOVE   WRK-SHOKYO-IDX   TO   WRK-SHOKYO-HIT-IDX
           END-IF.
       *>
       SHOKYO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消去対象顧客の受注番号の記録（未登録時のみ）
       *>----------------------------------------------------------------------------
       ZYUTYU-TBL-KIROKU-PROC             SECTION.
       *>
           PERFORM   ZYUTYU-TBL-SANSHO-PROC.
       *>
           IF   NOT   WRK-ZYUTYU-MITUKE
           AND  WRK-ZYUTYU-CNT   <   CST-MAX-ZYUTYU-KENSU   THEN
                ADD    1                      TO   WRK-ZYUTYU-CNT
                MOVE   WRK-SAGASHI-ZYUTYU     TO
                       WRK-ZYUTYU-BANGOU(WRK-ZYUTYU-CNT)
                MOVE   WRK-SHOKYO-HIT-IDX     TO
                       WRK-ZYUTYU-SHOKYO-IDX(WRK-ZYUTYU-CNT)
           END-IF.
       *>
       ZYUTYU-TBL-KIROKU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消去対象顧客の受注番号テーブルの検索（線形検索）
       *>----------------------------------------------------------------------------
       ZYUTYU-TBL-SANSHO-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-ZYUTYU-MITUKE-SW.
       *>
           PERFORM   ZYUTYU-TBL-CHECK-PROC
                    VARYING   WRK-ZYUTYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-ZYUTYU-IDX   >   WRK-ZYUTYU-CNT
                    OR      WRK-ZYUTYU-MITUKE.
       *>
       ZYUTYU-TBL-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消去対象顧客の受注番号テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       ZYUTYU-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-ZYUTYU-BANGOU(WRK-ZYUTYU-IDX)
                                       =   WRK-SAGASHI-ZYUTYU   THEN
                MOVE   "Y"              TO   WRK-ZYUTYU-MITUKE-SW
                MOVE   WRK-ZYUTYU-IDX   TO   WRK-ZYUTYU-HIT-IDX
           END-IF.
       *>
       ZYUTYU-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>当年分アーカイブの消去（全明細をARE01へ書き出す）
       *>----------------------------------------------------------------------------
       ARC01-SHOKYO-CONTROL-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           OPEN   INPUT    ARC01-ARCHIVE-FILE
                  OUTPUT   ARE01-ARCHIVE-FILE.
           PERFORM   ARC01-READ-PROC.
           PERFORM   ARC01-SHOKYO-PROC
                                 UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   ARC01-ARCHIVE-FILE
                   ARE01-ARCHIVE-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       ARC01-SHOKYO-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>当年分アーカイブ明細１件分の消去と書き出し（トレーラはそのまま）
       *>----------------------------------------------------------------------------
       ARC01-SHOKYO-PROC                  SECTION.
       *>
           IF   ARC01-TRAILER-CODE   NOT =   "TRAILER"   THEN
                MOVE   ARC01-KOKYAKU-BANGOU   TO   WRK-SAGASHI-KOKYAKU
                PERFORM   SHOKYO-TBL-SANSHO-PROC
                IF   WRK-SHOKYO-MITUKE   THEN
                     MOVE   CST-SHOKYO-MEI   TO   ARC01-KOKYAKU-MEI
                     MOVE   SPACE            TO   ARC01-KOKYAKU-ZYUSHO
                     MOVE   SPACE            TO   ARC01-YUBIN-BANGOU
                     ADD    1   TO
                            WRK-SHOKYO-ARC-KENSU(WRK-SHOKYO-HIT-IDX)
                     MOVE   ARC01-ZYUTYU-BANGOU   TO
                            WRK-SAGASHI-ZYUTYU
                     PERFORM   ZYUTYU-TBL-KIROKU-PROC
                END-IF
           END-IF.
       *>
           MOVE    ARC01-RECODE   TO   ARE01-RECODE.
           WRITE   ARE01-RECODE.
       *>
           PERFORM   ARC01-READ-PROC.
       *>
       ARC01-SHOKYO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前年分アーカイブの消去（前年分がある場合のみARE02へ書き出す）
       *>----------------------------------------------------------------------------
       ARZ01-SHOKYO-CONTROL-PROC          SECTION.
       *>
           IF   NOT   WRK-ARZ-ARI   THEN
                GO   TO   ARZ01-SHOKYO-CONTROL-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           OPEN   INPUT    ARZ01-ARCHIVE-FILE
                  OUTPUT   ARE02-ARCHIVE-FILE.
           PERFORM   ARZ01-READ-PROC.
           PERFORM   ARZ01-SHOKYO-PROC
                                 UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   ARZ01-ARCHIVE-FILE
                   ARE02-ARCHIVE-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       ARZ01-SHOKYO-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前年分アーカイブ明細１件分の消去と書き出し（トレーラはそのまま）
       *>----------------------------------------------------------------------------
       ARZ01-SHOKYO-PROC                  SECTION.
       *>
           IF   ARZ01-TRAILER-CODE   NOT =   "TRAILER"   THEN
                MOVE   ARZ01-KOKYAKU-BANGOU   TO   WRK-SAGASHI-KOKYAKU
                PERFORM   SHOKYO-TBL-SANSHO-PROC
                IF   WRK-SHOKYO-MITUKE   THEN
                     MOVE   CST-SHOKYO-MEI   TO   ARZ01-KOKYAKU-MEI
                     MOVE   SPACE            TO   ARZ01-KOKYAKU-ZYUSHO
                     MOVE   SPACE            TO   ARZ01-YUBIN-BANGOU
                     ADD    1   TO
                            WRK-SHOKYO-ARZ-KENSU(WRK-SHOKYO-HIT-IDX)
                     MOVE   ARZ01-ZYUTYU-BANGOU   TO
                            WRK-SAGASHI-ZYUTYU
                     PERFORM   ZYUTYU-TBL-KIROKU-PROC
                END-IF
           END-IF.
       *>
           MOVE    ARZ01-RECODE   TO   ARE02-RECODE.
           WRITE   ARE02-RECODE.
       *>
           PERFORM   ARZ01-READ-PROC.
       *>
       ARZ01-SHOKYO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注状況の消去（全レコードをSTE01へ書き出す）
       *>----------------------------------------------------------------------------
       STS02-SHOKYO-CONTROL-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           OPEN   INPUT    STS02-STATUS-FILE
                  OUTPUT   STE01-STATUS-FILE.
           PERFORM   STS02-READ-PROC.
           PERFORM   STS02-SHOKYO-PROC
                                 UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   STS02-STATUS-FILE
                   STE01-STATUS-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       STS02-SHOKYO-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注状況１件分の消去と書き出し
       *>----------------------------------------------------------------------------
       STS02-SHOKYO-PROC                  SECTION.
       *>
           MOVE   STS02-KOKYAKU-BANGOU   TO   WRK-SAGASHI-KOKYAKU.
           PERFORM   SHOKYO-TBL-SANSHO-PROC.
           IF   WRK-SHOKYO-MITUKE   THEN
                MOVE   CST-SHOKYO-MEI   TO   STS02-KOKYAKU-MEI
                MOVE   SPACE            TO   STS02-KOKYAKU-ZYUSHO
                MOVE   SPACE            TO   STS02-YUBIN-BANGOU
                ADD    1   TO   WRK-SHOKYO-STS-KENSU(WRK-SHOKYO-HIT-IDX)
                MOVE   STS02-ZYUTYU-BANGOU   TO   WRK-SAGASHI-ZYUTYU
                PERFORM   ZYUTYU-TBL-KIROKU-PROC
           END-IF.
       *>
           MOVE    STS02-RECODE   TO   STE01-RECODE.
           WRITE   STE01-RECODE.
       *>
           PERFORM   STS02-READ-PROC.
       *>
       STS02-SHOKYO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>回収連絡抽出の消去（抽出ファイルがある場合のみRCE01へ書き出す）
       *>----------------------------------------------------------------------------
       RCL01-SHOKYO-CONTROL-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-RCL-ARI-SW.
           MOVE   SPACE   TO   WRK-AT-END.
           OPEN   INPUT   RCL01-RENRAKU-FILE.
           IF   RCL-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   RCL01-SHOKYO-CONTROL-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-RCL-ARI-SW.
           OPEN   OUTPUT   RCE01-RENRAKU-FILE.
           PERFORM   RCL01-SHOKYO-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           CLOSE   RCL01-RENRAKU-FILE
                   RCE01-RENRAKU-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       RCL01-SHOKYO-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>回収連絡抽出の読み込みと１件分の消去・書き出し
       *>----------------------------------------------------------------------------
       RCL01-SHOKYO-PROC                  SECTION.
       *>
           READ   RCL01-RENRAKU-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   RCL01-SHOKYO-PROC-EXIT
           END-READ.
       *>
           MOVE   RCL01-KOKYAKU-BANGOU   TO   WRK-RCL-KOKYAKU.
           IF   WRK-RCL-KOKYAKU   IS   NUMERIC   THEN
                MOVE   WRK-RCL-KOKYAKU-N   TO   WRK-SAGASHI-KOKYAKU
                PERFORM   SHOKYO-TBL-SANSHO-PROC
                IF   WRK-SHOKYO-MITUKE   THEN
                     MOVE   CST-SHOKYO-MEI   TO   RCL01-KOKYAKU-MEI
                     MOVE   SPACE            TO   RCL01-KOKYAKU-ZYUSHO
                     MOVE   SPACE            TO   RCL01-YUBIN-BANGOU
                     ADD    1   TO
                            WRK-SHOKYO-RCL-KENSU(WRK-SHOKYO-HIT-IDX)
                END-IF
           END-IF.
       *>
           MOVE    RCL01-RECODE   TO   RCE01-RECODE.
           WRITE   RCE01-RECODE.
       *>
       RCL01-SHOKYO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>出荷ラベル抽出の消去（抽出ファイルがある場合のみLBE01へ書き出す）
       *>  ラベルは顧客番号を持たないため、アーカイブ・受注状況で
       *>  記録した消去対象顧客の受注番号で突き合わせる
       *>----------------------------------------------------------------------------
       LBL01-SHOKYO-CONTROL-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-LBL-ARI-SW.
           MOVE   SPACE   TO   WRK-AT-END.
           OPEN   INPUT   LBL01-LABEL-FILE.
           IF   LBL-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   LBL01-SHOKYO-CONTROL-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-LBL-ARI-SW.
           OPEN   OUTPUT   LBE01-LABEL-FILE.
           PERFORM   LBL01-SHOKYO-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           CLOSE   LBL01-LABEL-FILE
                   LBE01-LABEL-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       LBL01-SHOKYO-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>出荷ラベル抽出の読み込みと１件分の消去・書き出し
       *>----------------------------------------------------------------------------
       LBL01-SHOKYO-PROC                  SECTION.
       *>
           READ   LBL01-LABEL-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   LBL01-SHOKYO-PROC-EXIT
           END-READ.
       *>
           MOVE   LBL01-ZYUTYU-BANGOU   TO   WRK-SAGASHI-ZYUTYU.
           PERFORM   ZYUTYU-TBL-SANSHO-PROC.
           IF   WRK-ZYUTYU-MITUKE   THEN
                MOVE   CST-SHOKYO-MEI   TO   LBL01-KOKYAKU-MEI
                MOVE   SPACE            TO   LBL01-ZYUSHO-1
                MOVE   SPACE            TO   LBL01-ZYUSHO-2
                MOVE   SPACE            TO   LBL01-YUBIN-BANGOU
                MOVE   WRK-ZYUTYU-SHOKYO-IDX(WRK-ZYUTYU-HIT-IDX)   TO
                       WRK-SHOKYO-HIT-IDX
                ADD    1   TO   WRK-SHOKYO-LBL-KENSU(WRK-SHOKYO-HIT-IDX)
           END-IF.
       *>
           MOVE    LBL01-RECODE   TO   LBE01-RECODE.
           WRITE   LBE01-RECODE.
       *>
       LBL01-SHOKYO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>納品先マスタの消去（マスタがある場合のみNSE01へ書き出す）
       *>----------------------------------------------------------------------------
       NSK01-SHOKYO-CONTROL-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-NSK-ARI-SW.
           MOVE   SPACE   TO   WRK-AT-END.
           OPEN   INPUT   NSK01-NOHIN-SAKI-MASTER.
           IF   NSK-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   NSK01-SHOKYO-CONTROL-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-NSK-ARI-SW.
           OPEN   OUTPUT   NSE01-NOHIN-SAKI-MASTER.
           PERFORM   NSK01-SHOKYO-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           CLOSE   NSK01-NOHIN-SAKI-MASTER
                   NSE01-NOHIN-SAKI-MASTER.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       NSK01-SHOKYO-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>納品先マスタの読み込みと１件分の消去・書き出し
       *>----------------------------------------------------------------------------
       NSK01-SHOKYO-PROC                  SECTION.
       *>
           READ   NSK01-NOHIN-SAKI-MASTER
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   NSK01-SHOKYO-PROC-EXIT
           END-READ.
       *>
           MOVE   NSK01-KOKYAKU-BANGOU   TO   WRK-SAGASHI-KOKYAKU.
           PERFORM   SHOKYO-TBL-SANSHO-PROC.
           IF   WRK-SHOKYO-MITUKE   THEN
                MOVE   SPACE   TO   NSK01-ZYUSHO
                MOVE   SPACE   TO   NSK01-YUBIN-BANGOU
                ADD    1   TO
                       WRK-SHOKYO-NSK-KENSU(WRK-SHOKYO-HIT-IDX)
           END-IF.
       *>
           MOVE    NSK01-RECODE   TO   NSE01-RECODE.
           WRITE   NSE01-RECODE.
       *>
       NSK01-SHOKYO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消去ログの追記と顧客個人情報消去一覧表の印刷
       *>----------------------------------------------------------------------------
       ICHIRAN-PRINT-PROC                 SECTION.
       *>
           OPEN   OUTPUT   PRT01-SHOKYO-RPT.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-NEN       TO   HD01-NEN.
           MOVE   WRK-RUN-GETU      TO   HD01-GETU.
           MOVE   WRK-RUN-HI        TO   HD01-HI.
           MOVE   WRK-HOZON-TSUKI   TO   HD01-HOZON-TSUKI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-KOMOKU.
       *>
       *>  消去した顧客の明細（消去ログへも記録する）
           PERFORM   SHOKYO-MEISAI-PROC
                    VARYING   WRK-SHOKYO-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHOKYO-IDX   >   WRK-SHOKYO-CNT.
       *>
       *>  保留・対象外の一覧
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD04-HORYU-MIDASHI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD05-HORYU-KOMOKU.
           PERFORM   HORYU-MEISAI-PROC
                    VARYING   WRK-HORYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HORYU-IDX   >   WRK-HORYU-CNT.
       *>
       *>  件数の印刷
           MOVE   WRK-OUT-COUNT     TO   HD07-SHOKYO-KENSU.
           MOVE   WRK-ERROR-COUNT   TO   HD07-HORYU-KENSU.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD07-GOKEI-LINE.
       *>
           CLOSE   PRT01-SHOKYO-RPT.
       *>
       ICHIRAN-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消去した顧客１件分の消去ログ追記と明細印刷
       *>----------------------------------------------------------------------------
       SHOKYO-MEISAI-PROC                 SECTION.
       *>
           MOVE   WRK-RUN-DATE       TO   ERL01-SHORI-BI.
           MOVE   WRK-START-TIME     TO   ERL01-SHORI-TIME.
           MOVE   WRK-SHOKYO-BANGOU(WRK-SHOKYO-IDX)     TO
                  ERL01-KOKYAKU-BANGOU.
           MOVE   WRK-SHOKYO-KUBUN(WRK-SHOKYO-IDX)      TO
                  ERL01-SHOKYO-KUBUN.
           MOVE   WRK-SHOKYO-KIJUN-BI(WRK-SHOKYO-IDX)   TO
                  ERL01-KIJUN-BI.
           MOVE   WRK-SHOKYO-UKETSUKE(WRK-SHOKYO-IDX)   TO
                  ERL01-UKETSUKE-SHA.
           MOVE   1                  TO   ERL01-KMS-KENSU.
           MOVE   WRK-SHOKYO-ARC-KENSU(WRK-SHOKYO-IDX)  TO
                  ERL01-ARC-KENSU.
           MOVE   WRK-SHOKYO-ARZ-KENSU(WRK-SHOKYO-IDX)  TO
                  ERL01-ARZ-KENSU.
           MOVE   WRK-SHOKYO-STS-KENSU(WRK-SHOKYO-IDX)  TO
                  ERL01-STS-KENSU.
           MOVE   WRK-SHOKYO-LBL-KENSU(WRK-SHOKYO-IDX)  TO
                  ERL01-LBL-KENSU.
           MOVE   WRK-SHOKYO-RCL-KENSU(WRK-SHOKYO-IDX)  TO
                  ERL01-RCL-KENSU.
           MOVE   WRK-SHOKYO-NSK-KENSU(WRK-SHOKYO-IDX)  TO
                  ERL01-NSK-KENSU.
           WRITE  ERL01-RECODE.
       *>
           MOVE   ERL01-KOKYAKU-BANGOU   TO   HD03-KOKYAKU-BANGOU.
           MOVE   ERL01-KIJUN-BI         TO   HD03-KIJUN-BI.
           MOVE   ERL01-UKETSUKE-SHA     TO   HD03-UKETSUKE-SHA.
           MOVE   ERL01-KMS-KENSU        TO   HD03-KMS-KENSU.
           MOVE   ERL01-ARC-KENSU        TO   HD03-ARC-KENSU.
           MOVE   ERL01-ARZ-KENSU        TO   HD03-ARZ-KENSU.
           MOVE   ERL01-STS-KENSU        TO   HD03-STS-KENSU.
           MOVE   ERL01-LBL-KENSU        TO   HD03-LBL-KENSU.
           MOVE   ERL01-RCL-KENSU        TO   HD03-RCL-KENSU.
           MOVE   ERL01-NSK-KENSU        TO   HD03-NSK-KENSU.
           IF   ERL01-SHOKYO-KUBUN   =   "I"   THEN
                MOVE   "消去依頼"        TO   HD03-KUBUN-MEI
           ELSE
                MOVE   "保存期間経過"    TO   HD03-KUBUN-MEI
           END-IF.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-MEISAI-LINE.
       *>
       SHOKYO-MEISAI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>保留・対象外１件分の明細印刷
       *>----------------------------------------------------------------------------
       HORYU-MEISAI-PROC                  SECTION.
       *>
           MOVE   WRK-HORYU-BANGOU(WRK-HORYU-IDX)     TO
                  HD06-KOKYAKU-BANGOU.
           MOVE   WRK-HORYU-KIJUN-BI(WRK-HORYU-IDX)   TO
                  HD06-KIJUN-BI.
           MOVE   WRK-HORYU-UKETSUKE(WRK-HORYU-IDX)   TO
                  HD06-UKETSUKE-SHA.
           MOVE   WRK-HORYU-RIYU(WRK-HORYU-IDX)       TO
                  HD06-RIYU.
           MOVE   WRK-HORYU-ZANDAKA(WRK-HORYU-IDX)    TO
                  HD06-ZANDAKA.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD06-HORYU-LINE.
       *>
       HORYU-MEISAI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消去依頼ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>----------------------------------------------------------------------------
       IRAI-FILE-LOAD-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           OPEN   INPUT   ERQ01-IRAI-FILE.
           IF   ERQ-FILE-STATUS   =   "00"   THEN
                PERFORM   IRAI-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   ERQ01-IRAI-FILE
           END-IF.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       IRAI-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消去依頼ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       IRAI-FILE-READ-PROC                SECTION.
       *>
           READ   ERQ01-IRAI-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
             NOT  AT   END
                  IF   WRK-IRAI-CNT   <   CST-MAX-IRAI-KENSU   THEN
                       ADD    1   TO   WRK-IRAI-CNT
                       MOVE   ERQ01-KOKYAKU-BANGOU   TO
                              WRK-IRAI-BANGOU(WRK-IRAI-CNT)
                       MOVE   ERQ01-IRAI-BI          TO
                              WRK-IRAI-BI(WRK-IRAI-CNT)
                       MOVE   ERQ01-UKETSUKE-SHA     TO
                              WRK-IRAI-UKETSUKE(WRK-IRAI-CNT)
                       MOVE   SPACE                  TO
                              WRK-IRAI-SHORI-SW(WRK-IRAI-CNT)
                  END-IF
           END-READ.
       *>
       IRAI-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイル（当年分）の読み込み
       *>----------------------------------------------------------------------------
       ARC01-READ-PROC                    SECTION.
       *>
           READ   ARC01-ARCHIVE-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   ARC-FILE-STATUS NOT = "00"
                AND   ARC-FILE-STATUS NOT = "10"   THEN
                MOVE   ARC-FILE-STATUS   TO   MSG9-STATUS
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       ARC01-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイル（前年分）の読み込み
       *>----------------------------------------------------------------------------
       ARZ01-READ-PROC                    SECTION.
       *>
           READ   ARZ01-ARCHIVE-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   ARZ-FILE-STATUS NOT = "00"
                AND   ARZ-FILE-STATUS NOT = "10"   THEN
                MOVE   ARZ-FILE-STATUS   TO   MSG9-STATUS
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       ARZ01-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]受注状況ファイルの読み込み
       *>----------------------------------------------------------------------------
       STS02-READ-PROC                    SECTION.
       *>
           READ   STS02-STATUS-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   STS-FILE-STATUS NOT = "00"
                AND   STS-FILE-STATUS NOT = "10"   THEN
                MOVE   STS-FILE-STATUS   TO   MSG9-STATUS
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       STS02-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入力ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC             SECTION.
       *>
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16               TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
