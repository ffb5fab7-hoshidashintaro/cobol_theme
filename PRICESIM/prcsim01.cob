       *>----------------------------------------------------------------------------
       *>価格改定影響シミュレーション処理
       *>  商品マスタ更新（UPDATE01）の単価変更トランザクションと同一
       *>  レイアウトの改定案ファイル（PTX01。取引区分Ａ／Ｃ／Ｐ）の単価・
       *>  原価を、月末受注アーカイブファイル（ARC01）の直近の実績数量
       *>  （パラメタ KIKAN-GETU・既定１２ヶ月）へ当てはめて再計算し、
       *>  現行と改定後の売上・原価・粗利を分類別・顧客別（改定後売上の
       *>  上位。パラメタ JOI-KENSU・既定２０件）・商品別に比較した
       *>  影響表（PRT82）を作成する。
       *>  改定案のある商品の明細は、顧客契約単価ファイル（KEI01）に
       *>  有効な契約があれば受注マッチング（TEST0001）と同じ優先順位
       *>  （数量別単価→契約単価→改定後のマスタ単価）で単価を決定し、
       *>  契約が無く販促・見積単価（区分Ｐ／Ｅ）で出荷した明細は実績の
       *>  単価のまま、それ以外は改定後の単価で計算する。改定案の無い
       *>  商品は実績どおりとする。マスタ類は一切更新しない。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        PRCSIM01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]価格改定案ファイル（商品マスタ更新トランザクションと同一）
       *>----------------------------------------------------------------------------
       SELECT    PTX01-KAITEI-FILE    ASSIGN       TO   "PTX01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PTX-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイル
       *>----------------------------------------------------------------------------
       SELECT    ARC01-ARCHIVE-FILE   ASSIGN       TO   "ARC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS ARC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客契約単価ファイル
       *>----------------------------------------------------------------------------
       SELECT    KEI01-KEIYAKU-FILE   ASSIGN       TO   "KEI01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS KEI-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[作業]整列併合用ファイル
       *>----------------------------------------------------------------------------
       SELECT    ST-SORT-FILE         ASSIGN       TO   "ST".
       *>----------------------------------------------------------------------------
       *>[出力]価格改定影響表ファイル
       *>----------------------------------------------------------------------------
       SELECT    PRT82-EIKYO-RPT      ASSIGN       TO   "PRT82.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]価格改定案ファイルのレイアウト定義（UPDATE01のIN01と同一）
       *>----------------------------------------------------------------------------
       FD   PTX01-KAITEI-FILE.
       01   PTX01-RECODE.
            03   PTX01-TORIHIKI-KUBUN          PIC X(001).
                 88   PTX01-TSUIKA              VALUE "A".
                 88   PTX01-HENKOU              VALUE "C".
                 88   PTX01-SAKUZYO             VALUE "D".
                 88   PTX01-TANKA-HENKOU        VALUE "P".
            03   PTX01-SHOHIN-ZYOHOU.
                 05   PTX01-SHOHIN-CODE         PIC X(002).
                 05   PTX01-SHOHIN-NO           PIC 9(004).
            03   PTX01-SHOHIN-MEI               PIC X(020).
            03   PTX01-ZAIKO-SU                 PIC 9(006).
            03   PTX01-TANKA                    PIC 9(005).
            03   PTX01-HATYU-TEN                PIC 9(004).
            03   PTX01-HATYU-SU                 PIC 9(004).
            03   PTX01-GENKA                    PIC 9(005).
            03   PTX01-TEKIYO-BI                PIC 9(008).
            03   PTX01-CASE-IRISU               PIC 9(003).
            03   PTX01-JURYO-G                  PIC 9(005).
            03   PTX01-ZEI-KUBUN                PIC X(001).
            03   PTX01-CHOKUSO-KUBUN            PIC X(001).
            03   PTX01-SERIAL-KUBUN             PIC X(001).
            03   PTX01-KENSA-KUBUN              PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   ARC01-ARCHIVE-FILE.
       01   ARC01-RECODE.
            03   ARC01-ZYUTYU-BANGOU          PIC X(008).
            03   ARC01-SHOHIN-CODE.
                 05   ARC01-BUNRUI-CODE       PIC X(002).
                 05   ARC01-SHOHIN-NO         PIC X(004).
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
       *>[入力]顧客契約単価ファイルのレイアウト定義（KEIUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   KEI01-KEIYAKU-FILE.
       01   KEI01-RECODE.
          03   KEI01-KOKYAKU-BANGOU                 PIC 9(006).
          03   KEI01-SHOHIN-CODE                    PIC X(006).
          03   KEI01-KEIYAKU-TANKA                  PIC 9(005).
          03   KEI01-DANKAI-TBL.
                05   KEI01-DANKAI-ENT   OCCURS 3.
                      07   KEI01-DANKAI-SURYO       PIC 9(003).
                      07   KEI01-DANKAI-TANKA       PIC 9(005).
       *>  --有効期限（この日付を過ぎた契約は適用しない。ゼロ＝無期限）--
          03   KEI01-YUKO-KIGEN                     PIC 9(008).
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルのレイアウト定義
       *>  種別（１＝分類・２＝顧客・３＝商品）ごとに印刷する。顧客は
       *>  改定後売上の降順、分類・商品はコード順に並べる
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-RECODE.
            03   ST-SHUBETSU                  PIC X(001).
            03   ST-NARABI-KINGAKU            PIC S9(011).
            03   ST-CODE                      PIC X(006).
            03   ST-MEI                       PIC X(020).
            03   ST-KAITEI-FLG                PIC X(001).
            03   ST-SURYO                     PIC S9(009).
            03   ST-GEN-URIAGE                PIC S9(011).
            03   ST-SIM-URIAGE                PIC S9(011).
            03   ST-GEN-GENKA                 PIC S9(011).
            03   ST-SIM-GENKA                 PIC S9(011).
       *>----------------------------------------------------------------------------
       *>[出力]価格改定影響表ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT82-EIKYO-RPT.
       01   PRT82-RECODE                      PIC X(160).
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
            *>--対象期間内のアーカイブ明細件数と印刷した明細行の件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--改定案の読み込み件数・採用件数・対象外（削除・区分誤り）件数--
            03   WRK-KAITEI-COUNT             PIC 9(006).
            03   WRK-SAIYO-COUNT              PIC 9(006).
            03   WRK-ERR-COUNT                PIC 9(006).
            *>--改定案の影響を受けた明細件数--
            03   WRK-EIKYO-COUNT              PIC 9(006).
            *>--総合計（数量・現行／改定後の売上・原価）--
            03   WRK-SOU-SURYO                PIC S9(009).
            03   WRK-SOU-GEN-URIAGE           PIC S9(011).
            03   WRK-SOU-SIM-URIAGE           PIC S9(011).
            03   WRK-SOU-GEN-GENKA            PIC S9(011).
            03   WRK-SOU-SIM-GENKA            PIC S9(011).
       *>
       01   PTX-FILE-STATUS                   PIC XX.
       01   ARC-FILE-STATUS                   PIC XX.
       01   KEI-FILE-STATUS                   PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "PRCSIM01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--実行日の取得領域--
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H   REDEFINES   WRK-RUN-DATE.
            03   WRK-RUN-NEN                  PIC 9(004).
            03   WRK-RUN-GETU                 PIC 9(002).
            03   WRK-RUN-HI                   PIC 9(002).
       *>
       *>--実行パラメタの取得領域（PRMGET01呼び出し用）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                 VALUE "PRCSIM01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--対象月数（既定１２ヶ月）と対象開始日（実行日の対象月数前の同日）--
       01   WRK-KIKAN-GETU                    PIC 9(002) VALUE 12.
       01   WRK-KAISHI-TSUKI-SU               PIC 9(006).
       01   WRK-KAISHI-BI                     PIC 9(008).
       01   WRK-KAISHI-BI-H  REDEFINES  WRK-KAISHI-BI.
            03   WRK-KAISHI-NEN               PIC 9(004).
            03   WRK-KAISHI-GETU              PIC 9(002).
            03   WRK-KAISHI-HI                PIC 9(002).
       *>
       *>--顧客別の印刷件数（改定後売上の上位。既定２０件）--
       01   WRK-JOI-KENSU                     PIC 9(003) VALUE 20.
       01   WRK-JUNI                          PIC 9(004).
       *>
       *>--明細１件分の単価・原価と売上・原価額の計算領域--
       01   WRK-SIM-TANKA                     PIC 9(005).
       01   WRK-SIM-GENKA-TANKA               PIC 9(005).
       01   WRK-KIJUN-TANKA                   PIC 9(005).
       01   WRK-ZETTAI-SU                     PIC 9(005).
       01   WRK-GEN-URIAGE                    PIC S9(009).
       01   WRK-SIM-URIAGE                    PIC S9(009).
       01   WRK-GEN-GENKA                     PIC S9(009).
       01   WRK-SIM-GENKA                     PIC S9(009).
       *>
       *>--比較明細の編集領域（現行／改定後の売上・原価と粗利額・粗利率）--
       01   WRK-HK-GEN-URIAGE                 PIC S9(011).
       01   WRK-HK-SIM-URIAGE                 PIC S9(011).
       01   WRK-HK-GEN-GENKA                  PIC S9(011).
       01   WRK-HK-SIM-GENKA                  PIC S9(011).
       01   WRK-GEN-ARARI                     PIC S9(011).
       01   WRK-SIM-ARARI                     PIC S9(011).
       01   WRK-ARARI-RITU                    PIC S9(003)V9.
       01   WRK-HEN-URIAGE                    PIC S9(011).
       01   WRK-HEN-ARARI                     PIC S9(011).
       *>
       *>--価格改定案テーブル（同一商品の改定案は後の件を採用する）--
       77   CST-MAX-KAITEI-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-KAITEI-TBL.
            03   WRK-KAITEI-ENT                   OCCURS 9999.
                 05   WRK-KAITEI-SHOHIN           PIC X(006).
                 05   WRK-KAITEI-TANKA            PIC 9(005).
                 05   WRK-KAITEI-GENKA            PIC 9(005).
       01   WRK-KAITEI-CNT                    PIC 9(004).
       01   WRK-KAITEI-IDX                    PIC 9(004).
       01   WRK-KAITEI-HIT-IDX                PIC 9(004).
       01   WRK-KAITEI-MITUKE-SW              PIC X(001).
            88   WRK-KAITEI-MITUKE            VALUE "Y".
       01   WRK-SAGASHI-SHOHIN                PIC X(006).
       *>
       *>--顧客契約単価テーブル（実行日時点で有効な契約のみ）--
       77   CST-MAX-KEIYAKU-KENSU             PIC 9(004) VALUE 9999.
       01   WRK-KEIYAKU-TBL.
            03   WRK-KEIYAKU-ENT                  OCCURS 9999.
                 05   WRK-KEIYAKU-KOKYAKU         PIC 9(006).
                 05   WRK-KEIYAKU-SHOHIN          PIC X(006).
                 05   WRK-KEIYAKU-TANKA           PIC 9(005).
                 05   WRK-KEIYAKU-DANKAI-ENT      OCCURS 3.
                      07   WRK-KEIYAKU-DK-SURYO   PIC 9(003).
                      07   WRK-KEIYAKU-DK-TANKA   PIC 9(005).
       01   WRK-KEIYAKU-CNT                   PIC 9(004).
       01   WRK-KEIYAKU-IDX                   PIC 9(004).
       01   WRK-KEIYAKU-DK-IDX                PIC 9(001).
       01   WRK-KEIYAKU-HIT-IDX               PIC 9(004).
       01   WRK-KEIYAKU-MITUKE-SW             PIC X(001).
            88   WRK-KEIYAKU-MITUKE           VALUE "Y".
       *>
       *>--分類別集計テーブル--
       77   CST-MAX-BUN-KENSU                 PIC 9(004) VALUE 999.
       01   WRK-BUN-TBL.
            03   WRK-BUN-ENT                      OCCURS 999.
                 05   WRK-BUN-CODE                PIC X(002).
                 05   WRK-BUN-SURYO               PIC S9(009).
                 05   WRK-BUN-GEN-URIAGE          PIC S9(011).
                 05   WRK-BUN-SIM-URIAGE          PIC S9(011).
                 05   WRK-BUN-GEN-GENKA           PIC S9(011).
                 05   WRK-BUN-SIM-GENKA           PIC S9(011).
                 05   WRK-BUN-KAITEI-FLG          PIC X(001).
       01   WRK-BUN-CNT                       PIC 9(004).
       01   WRK-BUN-IDX                       PIC 9(004).
       01   WRK-BUN-HIT-IDX                   PIC 9(004).
       01   WRK-BUN-MITUKE-SW                 PIC X(001).
            88   WRK-BUN-MITUKE               VALUE "Y".
       *>
       *>--顧客別集計テーブル--
       77   CST-MAX-KOK-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-KOK-TBL.
            03   WRK-KOK-ENT                      OCCURS 9999.
                 05   WRK-KOK-BANGOU              PIC 9(006).
                 05   WRK-KOK-MEI                 PIC X(020).
                 05   WRK-KOK-SURYO               PIC S9(009).
                 05   WRK-KOK-GEN-URIAGE          PIC S9(011).
                 05   WRK-KOK-SIM-URIAGE          PIC S9(011).
                 05   WRK-KOK-GEN-GENKA           PIC S9(011).
                 05   WRK-KOK-SIM-GENKA           PIC S9(011).
                 05   WRK-KOK-KAITEI-FLG          PIC X(001).
       01   WRK-KOK-CNT                       PIC 9(004).
       01   WRK-KOK-IDX                       PIC 9(004).
       01   WRK-KOK-HIT-IDX                   PIC 9(004).
       01   WRK-KOK-MITUKE-SW                 PIC X(001).
            88   WRK-KOK-MITUKE               VALUE "Y".
       *>
       *>--商品別集計テーブル--
       77   CST-MAX-SHO-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-SHO-TBL.
            03   WRK-SHO-ENT                      OCCURS 9999.
                 05   WRK-SHO-CODE                PIC X(006).
                 05   WRK-SHO-MEI                 PIC X(020).
                 05   WRK-SHO-SURYO               PIC S9(009).
                 05   WRK-SHO-GEN-URIAGE          PIC S9(011).
                 05   WRK-SHO-SIM-URIAGE          PIC S9(011).
                 05   WRK-SHO-GEN-GENKA           PIC S9(011).
                 05   WRK-SHO-SIM-GENKA           PIC S9(011).
                 05   WRK-SHO-KAITEI-FLG          PIC X(001).
       01   WRK-SHO-CNT                       PIC 9(004).
       01   WRK-SHO-IDX                       PIC 9(004).
       01   WRK-SHO-HIT-IDX                   PIC 9(004).
       01   WRK-SHO-MITUKE-SW                 PIC X(001).
            88   WRK-SHO-MITUKE               VALUE "Y".
       *>
       *>--明細の改定対象印（"*"＝改定案のある商品の明細）--
       01   WRK-KAITEI-FLG                    PIC X(001).
       *>
       *>--前レコードの種別（区分見出しの切り替え判定用）--
       01   KEY-SHUBETSU                      PIC X(001).
       *>
       *>--印刷する見出しの定義--
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(040)
               VALUE "＜価格改定影響表＞".
            03   FILLER                       PIC X(012)
                                 VALUE "作成日：".
            03   HD01-DATE                    PIC 9(008).
       *>
       01   HD02-MIDASHI-2.
            03   FILLER                       PIC X(015)
                                 VALUE "対象期間：".
            03   HD02-KAISHI-BI               PIC 9(008).
            03   FILLER                       PIC X(003) VALUE "～".
            03   HD02-SHURYO-BI               PIC 9(008).
            03   FILLER                       PIC X(001) VALUE "(".
            03   HD02-KIKAN-GETU              PIC Z9.
            03   FILLER                       PIC X(007)
                                 VALUE "ヶ月)".
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(024)
                                 VALUE "改定案採用件数：".
            03   HD02-SAIYO-COUNT             PIC ZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(021)
                                 VALUE "影響明細件数：".
            03   HD02-EIKYO-COUNT             PIC ZZZ,ZZ9.
       *>
       01   HD03-MIDASHI-3.
            03   FILLER                       PIC X(030)
                 VALUE "コード".
            03   FILLER                       PIC X(010)
                 VALUE "    数量".
            03   FILLER                       PIC X(017)
                 VALUE "     現行売上".
            03   FILLER                       PIC X(017)
                 VALUE "     改定売上".
            03   FILLER                       PIC X(017)
                 VALUE "     現行原価".
            03   FILLER                       PIC X(017)
                 VALUE "     改定原価".
            03   FILLER                       PIC X(017)
                 VALUE "     現行粗利".
            03   FILLER                       PIC X(017)
                 VALUE "     改定粗利".
            03   FILLER                       PIC X(009)
                 VALUE "   現率".
            03   FILLER                       PIC X(009)
                 VALUE "   改率".
       *>
       *>--印刷する区分見出し行の定義--
       01   HD04-KUBUN-LINE.
            03   HD04-KUBUN-MEI               PIC X(048).
            03   HD04-JOI-HYOJI               PIC X(030).
       *>
       01   HD05-JOI-HENSHU.
            03   FILLER                       PIC X(015)
                                 VALUE "上位件数：".
            03   HD05-JOI-KENSU               PIC ZZ9.
       *>
       *>--印刷する比較明細行の定義（"*"は改定案のある商品を含む）--
       01   HD06-MEISAI.
            03   HD06-CODE                    PIC X(006).
            03   HD06-KAITEI-FLG              PIC X(001).
            03   HD06-MEI                     PIC X(020).
            03   HD06-SURYO                   PIC -ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-GEN-URIAGE              PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-SIM-URIAGE              PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-GEN-GENKA               PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-SIM-GENKA               PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-GEN-ARARI               PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-SIM-ARARI               PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-GEN-RITU                PIC -ZZ9.9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-SIM-RITU                PIC -ZZ9.9.
       *>
       *>--印刷する増減行の定義（総合計の下に売上・粗利の増減を示す）--
       01   HD07-ZOGEN.
            03   FILLER                       PIC X(015)
                                 VALUE "売上増減：".
            03   HD07-HEN-URIAGE              PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(015)
                                 VALUE "粗利増減：".
            03   HD07-HEN-ARARI               PIC -ZZZ,ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "PRCSIM01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "改定案件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "改定案対象外件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "対象明細件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "影響明細件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--改定案ファイルが無い場合に表示するメッセージ--
       01   MS8-MESSAGE-AREA.
            03   FILLER                       PIC X(050)
              VALUE "改定案ファイル無し（改定なし）".
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(042)
                  VALUE "ARC01-ARCHIVE-FILE入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  アーカイブ明細の再計算と分類・顧客・商品別の集計
           PERFORM   ARCHIVE-SHUKEI-CONTROL-PROC.
       *>
       *>  集計結果を種別ごとに整列して影響表を編集する
           SORT   ST-SORT-FILE
                  ON   ASCENDING    KEY   ST-SHUBETSU
                  ON   DESCENDING   KEY   ST-NARABI-KINGAKU
                  ON   ASCENDING    KEY   ST-CODE
              INPUT    PROCEDURE   RELEASE-CONTROL-PROC
              OUTPUT   PROCEDURE   RETURN-CONTROL-PROC.
       *>
       *>  総合計と増減の印刷
           PERFORM   SOUKEI-PRINT-PROC.
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
           MOVE   ZERO    TO   WRK-KAITEI-COUNT.
           MOVE   ZERO    TO   WRK-SAIYO-COUNT.
           MOVE   ZERO    TO   WRK-ERR-COUNT.
           MOVE   ZERO    TO   WRK-EIKYO-COUNT.
           MOVE   ZERO    TO   WRK-SOU-SURYO.
           MOVE   ZERO    TO   WRK-SOU-GEN-URIAGE.
           MOVE   ZERO    TO   WRK-SOU-SIM-URIAGE.
           MOVE   ZERO    TO   WRK-SOU-GEN-GENKA.
           MOVE   ZERO    TO   WRK-SOU-SIM-GENKA.
           MOVE   ZERO    TO   WRK-BUN-CNT.
           MOVE   ZERO    TO   WRK-KOK-CNT.
           MOVE   ZERO    TO   WRK-SHO-CNT.
           MOVE   ZERO    TO   WRK-JUNI.
           MOVE   SPACE   TO   KEY-SHUBETSU.
       *>
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE     FROM   DATE   YYYYMMDD.
       *>
       *>  対象月数・上位件数の取得
           PERFORM   PARAMETER-GET-PROC.
       *>
       *>  対象開始日（実行日から対象月数さかのぼった同日）の計算
           COMPUTE   WRK-KAISHI-TSUKI-SU   =
                     WRK-RUN-NEN   *   12   +   WRK-RUN-GETU   -   1
                     -   WRK-KIKAN-GETU.
           DIVIDE    WRK-KAISHI-TSUKI-SU   BY   12
                     GIVING      WRK-KAISHI-NEN
                     REMAINDER   WRK-KAISHI-GETU.
           ADD       1              TO   WRK-KAISHI-GETU.
           MOVE      WRK-RUN-HI     TO   WRK-KAISHI-HI.
       *>
       *>  価格改定案・顧客契約単価の一括読み込み
           PERFORM   KAITEI-LOAD-PROC.
           PERFORM   KEIYAKU-LOAD-PROC.
       *>
           OPEN   OUTPUT   PRT82-EIKYO-RPT.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   PRT82-EIKYO-RPT.
       *>
           MOVE   WRK-KAITEI-COUNT   TO   MSG2-COUNT.
           MOVE   WRK-ERR-COUNT      TO   MSG3-COUNT.
           MOVE   WRK-IN-COUNT       TO   MSG4-COUNT.
           MOVE   WRK-EIKYO-COUNT    TO   MSG5-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA UPON CONSOLE.
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
       *>実行パラメタの取得（KIKAN-GETU：対象月数、JOI-KENSU：顧客別の
       *>  印刷件数）。未設定時は既定値（１２ヶ月・２０件）を用いる
       *>----------------------------------------------------------------------------
       PARAMETER-GET-PROC                 SECTION.
       *>
           MOVE   "KIKAN-GETU"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:2)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:2)   NOT =   "00"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:2)   TO   WRK-KIKAN-GETU
           END-IF.
       *>
           MOVE   "JOI-KENSU"    TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:3)   NOT =   "000"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-JOI-KENSU
           END-IF.
       *>
       PARAMETER-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>価格改定案ファイルの一括読み込み（改定案テーブルへ格納）
       *>  ファイルが無い場合は改定なし（現行と同額）で比較する
       *>----------------------------------------------------------------------------
       KAITEI-LOAD-PROC                   SECTION.
       *>
           MOVE   ZERO    TO   WRK-KAITEI-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   PTX01-KAITEI-FILE.
       *>
           IF   PTX-FILE-STATUS   =   "00"   THEN
                PERFORM   KAITEI-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   PTX01-KAITEI-FILE
                MOVE   SPACE   TO   WRK-AT-END
           ELSE
                DISPLAY   MS8-MESSAGE-AREA   UPON   CONSOLE
           END-IF.
       *>
       KAITEI-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>価格改定案ファイルの読み込み（１件分、テーブルへ登録）
       *>  追加・変更（Ａ／Ｃ）は単価と原価、単価変更（Ｐ）は単価のみを
       *>  改定案とする。ゼロの項目は現行のままとし、削除（Ｄ）と区分
       *>  誤りは対象外として数える
       *>----------------------------------------------------------------------------
       KAITEI-READ-PROC                   SECTION.
       *>
           READ   PTX01-KAITEI-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KAITEI-READ-PROC-EXIT
           END-READ.
       *>
           ADD   1   TO   WRK-KAITEI-COUNT.
       *>
           IF   NOT   PTX01-TSUIKA
           AND  NOT   PTX01-HENKOU
           AND  NOT   PTX01-TANKA-HENKOU   THEN
                ADD   1   TO   WRK-ERR-COUNT
                GO   TO   KAITEI-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   PTX01-SHOHIN-ZYOHOU   TO   WRK-SAGASHI-SHOHIN.
           PERFORM   KAITEI-TBL-SANSHO-PROC.
       *>
           IF   NOT   WRK-KAITEI-MITUKE   THEN
                IF   WRK-KAITEI-CNT   >=   CST-MAX-KAITEI-KENSU   THEN
                     ADD   1   TO   WRK-ERR-COUNT
                     GO   TO   KAITEI-READ-PROC-EXIT
                END-IF
                ADD    1                    TO   WRK-KAITEI-CNT
                MOVE   WRK-KAITEI-CNT       TO   WRK-KAITEI-HIT-IDX
                MOVE   WRK-SAGASHI-SHOHIN   TO
                       WRK-KAITEI-SHOHIN(WRK-KAITEI-HIT-IDX)
                MOVE   ZERO                 TO
                       WRK-KAITEI-TANKA(WRK-KAITEI-HIT-IDX)
                MOVE   ZERO                 TO
                       WRK-KAITEI-GENKA(WRK-KAITEI-HIT-IDX)
           END-IF.
       *>
           IF   PTX01-TANKA   >   ZERO   THEN
                MOVE   PTX01-TANKA   TO
                       WRK-KAITEI-TANKA(WRK-KAITEI-HIT-IDX)
           END-IF.
           IF   NOT   PTX01-TANKA-HENKOU
           AND  PTX01-GENKA   >   ZERO   THEN
                MOVE   PTX01-GENKA   TO
                       WRK-KAITEI-GENKA(WRK-KAITEI-HIT-IDX)
           END-IF.
       *>
           ADD   1   TO   WRK-SAIYO-COUNT.
       *>
       KAITEI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>価格改定案テーブルの検索（線形検索）
       *>----------------------------------------------------------------------------
       KAITEI-TBL-SANSHO-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-KAITEI-MITUKE-SW.
       *>
           PERFORM   KAITEI-TBL-CHECK-PROC
                    VARYING   WRK-KAITEI-IDX   FROM   1   BY   1
                    UNTIL   WRK-KAITEI-IDX   >   WRK-KAITEI-CNT
                    OR      WRK-KAITEI-MITUKE.
       *>
       KAITEI-TBL-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>価格改定案テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       KAITEI-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-KAITEI-SHOHIN(WRK-KAITEI-IDX)  =  WRK-SAGASHI-SHOHIN
           THEN
                MOVE   "Y"              TO   WRK-KAITEI-MITUKE-SW
                MOVE   WRK-KAITEI-IDX   TO   WRK-KAITEI-HIT-IDX
           END-IF.
       *>
       KAITEI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客契約単価ファイルの一括読み込み（契約テーブルへ格納）
       *>  ファイルが無い場合は契約なしとして扱う
       *>----------------------------------------------------------------------------
       KEIYAKU-LOAD-PROC                  SECTION.
       *>
           MOVE   ZERO    TO   WRK-KEIYAKU-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   KEI01-KEIYAKU-FILE.
       *>
           IF   KEI-FILE-STATUS   =   "00"   THEN
                PERFORM   KEIYAKU-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   KEI01-KEIYAKU-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       KEIYAKU-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客契約単価ファイルの読み込み（１件分、テーブルへ追加）
       *>  有効期限切れ（実行日より前）の契約は登録しない（ゼロ＝無期限）
       *>----------------------------------------------------------------------------
       KEIYAKU-READ-PROC                  SECTION.
       *>
           READ KEI01-KEIYAKU-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-KEIYAKU-CNT < CST-MAX-KEIYAKU-KENSU
                     AND  ( KEI01-YUKO-KIGEN   =   ZERO
                     OR     KEI01-YUKO-KIGEN   >=   WRK-RUN-DATE ) THEN
                          ADD   1   TO   WRK-KEIYAKU-CNT
                          MOVE   KEI01-KOKYAKU-BANGOU   TO
                              WRK-KEIYAKU-KOKYAKU(WRK-KEIYAKU-CNT)
                          MOVE   KEI01-SHOHIN-CODE      TO
                              WRK-KEIYAKU-SHOHIN(WRK-KEIYAKU-CNT)
                          MOVE   KEI01-KEIYAKU-TANKA    TO
                              WRK-KEIYAKU-TANKA(WRK-KEIYAKU-CNT)
                          PERFORM   KEIYAKU-DANKAI-SET-PROC
                              VARYING  WRK-KEIYAKU-DK-IDX  FROM 1 BY 1
                              UNTIL    WRK-KEIYAKU-DK-IDX  >  3
                     END-IF
           END-READ.
       *>
       KEIYAKU-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客契約単価テーブルへの数量別単価の格納（１段分）
       *>----------------------------------------------------------------------------
       KEIYAKU-DANKAI-SET-PROC            SECTION.
       *>
           MOVE   KEI01-DANKAI-SURYO(WRK-KEIYAKU-DK-IDX)   TO
                  WRK-KEIYAKU-DK-SURYO(WRK-KEIYAKU-CNT
                                       WRK-KEIYAKU-DK-IDX).
           MOVE   KEI01-DANKAI-TANKA(WRK-KEIYAKU-DK-IDX)   TO
                  WRK-KEIYAKU-DK-TANKA(WRK-KEIYAKU-CNT
                                       WRK-KEIYAKU-DK-IDX).
       *>
       KEIYAKU-DANKAI-SET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブ集計の制御（全明細の走査）
       *>----------------------------------------------------------------------------
       ARCHIVE-SHUKEI-CONTROL-PROC        SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   ARC01-ARCHIVE-FILE.
       *>
           IF   ARC-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   ARCHIVE-SHUKEI-CONTROL-EXIT
           END-IF.
       *>
           PERFORM   ARCHIVE-READ-PROC.
           PERFORM   ARCHIVE-SHUKEI-PROC
                                 UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   ARC01-ARCHIVE-FILE.
       *>
       ARCHIVE-SHUKEI-CONTROL-EXIT.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブ明細１件分の再計算と集計
       *>  対象期間（対象開始日～実行日）の明細について、実績の売上・原価と
       *>  改定案を当てはめた売上・原価を求め、分類・顧客・商品別に積み上げる
       *>----------------------------------------------------------------------------
       ARCHIVE-SHUKEI-PROC                SECTION.
       *>
           IF   ARC01-TRAILER-CODE   =   "TRAILER"   THEN
                GO   TO   ARCHIVE-SHUKEI-PROC-READ
           END-IF.
       *>
           IF   ARC01-HIDUKE   <   WRK-KAISHI-BI
           OR   ARC01-HIDUKE   >   WRK-RUN-DATE   THEN
                GO   TO   ARCHIVE-SHUKEI-PROC-READ
           END-IF.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  実績（現行）の売上・原価
           MOVE      ARC01-KINGAKU   TO   WRK-GEN-URIAGE.
           COMPUTE   WRK-GEN-GENKA   =   ARC01-TYUMON-SU * ARC01-GENKA.
       *>
       *>  改定後の単価・原価の決定と売上・原価の再計算
           PERFORM   KAITEI-TANKA-KETTEI-PROC.
       *>
           IF   WRK-SIM-TANKA   =   ARC01-TANKA   THEN
                MOVE   ARC01-KINGAKU   TO   WRK-SIM-URIAGE
           ELSE
                COMPUTE   WRK-SIM-URIAGE   =
                          ARC01-TYUMON-SU   *   WRK-SIM-TANKA
           END-IF.
           COMPUTE   WRK-SIM-GENKA   =
                     ARC01-TYUMON-SU   *   WRK-SIM-GENKA-TANKA.
       *>
           IF   WRK-KAITEI-FLG   =   "*"   THEN
                ADD   1   TO   WRK-EIKYO-COUNT
           END-IF.
       *>
       *>  総合計・分類別・顧客別・商品別への積み上げ
           ADD   ARC01-TYUMON-SU   TO   WRK-SOU-SURYO.
           ADD   WRK-GEN-URIAGE    TO   WRK-SOU-GEN-URIAGE.
           ADD   WRK-SIM-URIAGE    TO   WRK-SOU-SIM-URIAGE.
           ADD   WRK-GEN-GENKA     TO   WRK-SOU-GEN-GENKA.
           ADD   WRK-SIM-GENKA     TO   WRK-SOU-SIM-GENKA.
       *>
           PERFORM   BUN-SHUKEI-PROC.
           PERFORM   KOK-SHUKEI-PROC.
           PERFORM   SHO-SHUKEI-PROC.
       *>
       ARCHIVE-SHUKEI-PROC-READ.
       *>
           PERFORM   ARCHIVE-READ-PROC.
       *>
       ARCHIVE-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>改定後の単価・原価の決定処理
       *>  改定案の無い商品は実績の単価・原価のままとする。改定案のある
       *>  商品は、有効な顧客契約があれば数量別単価→契約単価→改定後の
       *>  マスタ単価の順（TEST0001のTEKIYO-TANKA-KETTEI-PROCと同じ）、
       *>  契約が無く販促・見積単価（区分Ｐ／Ｅ）の明細は実績の単価、
       *>  それ以外は改定後のマスタ単価とする
       *>----------------------------------------------------------------------------
       KAITEI-TANKA-KETTEI-PROC           SECTION.
       *>
           MOVE   ARC01-TANKA   TO   WRK-SIM-TANKA.
           MOVE   ARC01-GENKA   TO   WRK-SIM-GENKA-TANKA.
           MOVE   SPACE         TO   WRK-KAITEI-FLG.
       *>
           MOVE   ARC01-SHOHIN-CODE   TO   WRK-SAGASHI-SHOHIN.
           PERFORM   KAITEI-TBL-SANSHO-PROC.
       *>
           IF   NOT   WRK-KAITEI-MITUKE   THEN
                GO   TO   KAITEI-TANKA-KETTEI-PROC-EXIT
           END-IF.
       *>
           MOVE   "*"   TO   WRK-KAITEI-FLG.
       *>
           IF   WRK-KAITEI-GENKA(WRK-KAITEI-HIT-IDX)   >   ZERO   THEN
                MOVE   WRK-KAITEI-GENKA(WRK-KAITEI-HIT-IDX)   TO
                       WRK-SIM-GENKA-TANKA
           END-IF.
       *>
           IF   WRK-KAITEI-TANKA(WRK-KAITEI-HIT-IDX)   >   ZERO   THEN
                MOVE   WRK-KAITEI-TANKA(WRK-KAITEI-HIT-IDX)   TO
                       WRK-KIJUN-TANKA
           ELSE
                MOVE   ARC01-TANKA   TO   WRK-KIJUN-TANKA
           END-IF.
       *>
       *>  数量別単価の判定用の数量（返品等のマイナス明細は絶対値）
           IF   ARC01-TYUMON-SU   <   ZERO   THEN
                COMPUTE   WRK-ZETTAI-SU   =   ZERO   -   ARC01-TYUMON-SU
           ELSE
                MOVE      ARC01-TYUMON-SU   TO   WRK-ZETTAI-SU
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-KEIYAKU-MITUKE-SW.
           PERFORM   KEIYAKU-TBL-CHECK-PROC
                    VARYING   WRK-KEIYAKU-IDX   FROM   1   BY   1
                    UNTIL   WRK-KEIYAKU-IDX   >   WRK-KEIYAKU-CNT
                    OR      WRK-KEIYAKU-MITUKE.
       *>
           IF   WRK-KEIYAKU-MITUKE   THEN
                MOVE   WRK-KIJUN-TANKA   TO   WRK-SIM-TANKA
                IF   WRK-KEIYAKU-TANKA(WRK-KEIYAKU-HIT-IDX) > ZERO THEN
                     MOVE   WRK-KEIYAKU-TANKA(WRK-KEIYAKU-HIT-IDX)
                                   TO   WRK-SIM-TANKA
                END-IF
                PERFORM   KEIYAKU-DANKAI-HANTEI-PROC
                         VARYING   WRK-KEIYAKU-DK-IDX   FROM   1  BY  1
                         UNTIL   WRK-KEIYAKU-DK-IDX   >   3
           ELSE   IF   ARC01-TANKA-KUBUN   NOT =   "P"
                  AND  ARC01-TANKA-KUBUN   NOT =   "E"   THEN
                MOVE   WRK-KIJUN-TANKA   TO   WRK-SIM-TANKA
           END-IF
           END-IF.
       *>
       KAITEI-TANKA-KETTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客契約単価テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       KEIYAKU-TBL-CHECK-PROC             SECTION.
       *>
           IF   WRK-KEIYAKU-KOKYAKU(WRK-KEIYAKU-IDX)
                                   =   ARC01-KOKYAKU-BANGOU
           AND  WRK-KEIYAKU-SHOHIN(WRK-KEIYAKU-IDX)
                                   =   ARC01-SHOHIN-CODE   THEN
                MOVE   "Y"               TO   WRK-KEIYAKU-MITUKE-SW
                MOVE   WRK-KEIYAKU-IDX   TO   WRK-KEIYAKU-HIT-IDX
           END-IF.
       *>
       KEIYAKU-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>数量別単価の適用判定（１段分）
       *>  適用数量が設定済みで数量が適用数量以上であれば適用する。
       *>  段は適用数量の昇順に設定されている前提で、後の段が優先される
       *>----------------------------------------------------------------------------
       KEIYAKU-DANKAI-HANTEI-PROC         SECTION.
       *>
           IF   WRK-KEIYAKU-DK-SURYO(WRK-KEIYAKU-HIT-IDX
                                     WRK-KEIYAKU-DK-IDX)   >   ZERO
           AND  WRK-ZETTAI-SU   >=
                WRK-KEIYAKU-DK-SURYO(WRK-KEIYAKU-HIT-IDX
                                     WRK-KEIYAKU-DK-IDX)   THEN
                MOVE   WRK-KEIYAKU-DK-TANKA(WRK-KEIYAKU-HIT-IDX
                                            WRK-KEIYAKU-DK-IDX)
                              TO   WRK-SIM-TANKA
           END-IF.
       *>
       KEIYAKU-DANKAI-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類別集計テーブルへの積み上げ（未登録の分類は追加する）
       *>----------------------------------------------------------------------------
       BUN-SHUKEI-PROC                    SECTION.
       *>
           MOVE   SPACE   TO   WRK-BUN-MITUKE-SW.
           PERFORM   BUN-TBL-CHECK-PROC
                    VARYING   WRK-BUN-IDX   FROM   1   BY   1
                    UNTIL   WRK-BUN-IDX   >   WRK-BUN-CNT
                    OR      WRK-BUN-MITUKE.
       *>
           IF   NOT   WRK-BUN-MITUKE   THEN
                IF   WRK-BUN-CNT   >=   CST-MAX-BUN-KENSU   THEN
                     GO   TO   BUN-SHUKEI-PROC-EXIT
                END-IF
                ADD    1                   TO   WRK-BUN-CNT
                MOVE   WRK-BUN-CNT         TO   WRK-BUN-HIT-IDX
                MOVE   ARC01-BUNRUI-CODE   TO
                       WRK-BUN-CODE(WRK-BUN-HIT-IDX)
                MOVE   ZERO    TO   WRK-BUN-SURYO(WRK-BUN-HIT-IDX)
                MOVE   ZERO    TO   WRK-BUN-GEN-URIAGE(WRK-BUN-HIT-IDX)
                MOVE   ZERO    TO   WRK-BUN-SIM-URIAGE(WRK-BUN-HIT-IDX)
                MOVE   ZERO    TO   WRK-BUN-GEN-GENKA(WRK-BUN-HIT-IDX)
                MOVE   ZERO    TO   WRK-BUN-SIM-GENKA(WRK-BUN-HIT-IDX)
                MOVE   SPACE   TO   WRK-BUN-KAITEI-FLG(WRK-BUN-HIT-IDX)
           END-IF.
       *>
           ADD   ARC01-TYUMON-SU   TO   WRK-BUN-SURYO(WRK-BUN-HIT-IDX).
           ADD   WRK-GEN-URIAGE    TO
                 WRK-BUN-GEN-URIAGE(WRK-BUN-HIT-IDX).
           ADD   WRK-SIM-URIAGE    TO
                 WRK-BUN-SIM-URIAGE(WRK-BUN-HIT-IDX).
           ADD   WRK-GEN-GENKA     TO
                 WRK-BUN-GEN-GENKA(WRK-BUN-HIT-IDX).
           ADD   WRK-SIM-GENKA     TO
                 WRK-BUN-SIM-GENKA(WRK-BUN-HIT-IDX).
           IF   WRK-KAITEI-FLG   =   "*"   THEN
                MOVE   "*"   TO   WRK-BUN-KAITEI-FLG(WRK-BUN-HIT-IDX)
           END-IF.
       *>
       BUN-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類別集計テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       BUN-TBL-CHECK-PROC                 SECTION.
       *>
           IF   WRK-BUN-CODE(WRK-BUN-IDX)   =   ARC01-BUNRUI-CODE   THEN
                MOVE   "Y"           TO   WRK-BUN-MITUKE-SW
                MOVE   WRK-BUN-IDX   TO   WRK-BUN-HIT-IDX
           END-IF.
       *>
       BUN-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客別集計テーブルへの積み上げ（未登録の顧客は追加する）
       *>----------------------------------------------------------------------------
       KOK-SHUKEI-PROC                    SECTION.
       *>
           MOVE   SPACE   TO   WRK-KOK-MITUKE-SW.
           PERFORM   KOK-TBL-CHECK-PROC
                    VARYING   WRK-KOK-IDX   FROM   1   BY   1
                    UNTIL   WRK-KOK-IDX   >   WRK-KOK-CNT
                    OR      WRK-KOK-MITUKE.
       *>
           IF   NOT   WRK-KOK-MITUKE   THEN
                IF   WRK-KOK-CNT   >=   CST-MAX-KOK-KENSU   THEN
                     GO   TO   KOK-SHUKEI-PROC-EXIT
                END-IF
                ADD    1                      TO   WRK-KOK-CNT
                MOVE   WRK-KOK-CNT            TO   WRK-KOK-HIT-IDX
                MOVE   ARC01-KOKYAKU-BANGOU   TO
                       WRK-KOK-BANGOU(WRK-KOK-HIT-IDX)
                MOVE   ZERO    TO   WRK-KOK-SURYO(WRK-KOK-HIT-IDX)
                MOVE   ZERO    TO   WRK-KOK-GEN-URIAGE(WRK-KOK-HIT-IDX)
                MOVE   ZERO    TO   WRK-KOK-SIM-URIAGE(WRK-KOK-HIT-IDX)
                MOVE   ZERO    TO   WRK-KOK-GEN-GENKA(WRK-KOK-HIT-IDX)
                MOVE   ZERO    TO   WRK-KOK-SIM-GENKA(WRK-KOK-HIT-IDX)
                MOVE   SPACE   TO   WRK-KOK-KAITEI-FLG(WRK-KOK-HIT-IDX)
           END-IF.
       *>
       *>  顧客名はアーカイブ上の最新の明細の名称とする
           MOVE   ARC01-KOKYAKU-MEI   TO   WRK-KOK-MEI(WRK-KOK-HIT-IDX).
           ADD   ARC01-TYUMON-SU   TO   WRK-KOK-SURYO(WRK-KOK-HIT-IDX).
           ADD   WRK-GEN-URIAGE    TO
                 WRK-KOK-GEN-URIAGE(WRK-KOK-HIT-IDX).
           ADD   WRK-SIM-URIAGE    TO
                 WRK-KOK-SIM-URIAGE(WRK-KOK-HIT-IDX).
           ADD   WRK-GEN-GENKA     TO
                 WRK-KOK-GEN-GENKA(WRK-KOK-HIT-IDX).
           ADD   WRK-SIM-GENKA     TO
                 WRK-KOK-SIM-GENKA(WRK-KOK-HIT-IDX).
           IF   WRK-KAITEI-FLG   =   "*"   THEN
                MOVE   "*"   TO   WRK-KOK-KAITEI-FLG(WRK-KOK-HIT-IDX)
           END-IF.
       *>
       KOK-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客別集計テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       KOK-TBL-CHECK-PROC                 SECTION.
       *>
           IF   WRK-KOK-BANGOU(WRK-KOK-IDX)  =  ARC01-KOKYAKU-BANGOU
           THEN
                MOVE   "Y"           TO   WRK-KOK-MITUKE-SW
                MOVE   WRK-KOK-IDX   TO   WRK-KOK-HIT-IDX
           END-IF.
       *>
       KOK-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品別集計テーブルへの積み上げ（未登録の商品は追加する）
       *>----------------------------------------------------------------------------
       SHO-SHUKEI-PROC                    SECTION.
       *>
           MOVE   SPACE   TO   WRK-SHO-MITUKE-SW.
           PERFORM   SHO-TBL-CHECK-PROC
                    VARYING   WRK-SHO-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHO-IDX   >   WRK-SHO-CNT
                    OR      WRK-SHO-MITUKE.
       *>
           IF   NOT   WRK-SHO-MITUKE   THEN
                IF   WRK-SHO-CNT   >=   CST-MAX-SHO-KENSU   THEN
                     GO   TO   SHO-SHUKEI-PROC-EXIT
                END-IF
                ADD    1                   TO   WRK-SHO-CNT
                MOVE   WRK-SHO-CNT         TO   WRK-SHO-HIT-IDX
                MOVE   ARC01-SHOHIN-CODE   TO
                       WRK-SHO-CODE(WRK-SHO-HIT-IDX)
                MOVE   ARC01-SHOHIN-MI     TO
                       WRK-SHO-MEI(WRK-SHO-HIT-IDX)
                MOVE   ZERO    TO   WRK-SHO-SURYO(WRK-SHO-HIT-IDX)
                MOVE   ZERO    TO   WRK-SHO-GEN-URIAGE(WRK-SHO-HIT-IDX)
                MOVE   ZERO    TO   WRK-SHO-SIM-URIAGE(WRK-SHO-HIT-IDX)
                MOVE   ZERO    TO   WRK-SHO-GEN-GENKA(WRK-SHO-HIT-IDX)
                MOVE   ZERO    TO   WRK-SHO-SIM-GENKA(WRK-SHO-HIT-IDX)
                MOVE   WRK-KAITEI-FLG   TO
                       WRK-SHO-KAITEI-FLG(WRK-SHO-HIT-IDX)
           END-IF.
       *>
           ADD   ARC01-TYUMON-SU   TO   WRK-SHO-SURYO(WRK-SHO-HIT-IDX).
           ADD   WRK-GEN-URIAGE    TO
                 WRK-SHO-GEN-URIAGE(WRK-SHO-HIT-IDX).
           ADD   WRK-SIM-URIAGE    TO
                 WRK-SHO-SIM-URIAGE(WRK-SHO-HIT-IDX).
           ADD   WRK-GEN-GENKA     TO
                 WRK-SHO-GEN-GENKA(WRK-SHO-HIT-IDX).
           ADD   WRK-SIM-GENKA     TO
                 WRK-SHO-SIM-GENKA(WRK-SHO-HIT-IDX).
       *>
       SHO-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品別集計テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       SHO-TBL-CHECK-PROC                 SECTION.
       *>
           IF   WRK-SHO-CODE(WRK-SHO-IDX)   =   ARC01-SHOHIN-CODE   THEN
                MOVE   "Y"           TO   WRK-SHO-MITUKE-SW
                MOVE   WRK-SHO-IDX   TO   WRK-SHO-HIT-IDX
           END-IF.
       *>
       SHO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（分類・顧客・商品別の集計結果の書き出し）
       *>----------------------------------------------------------------------------
       RELEASE-CONTROL-PROC               SECTION.
       *>
           PERFORM   BUN-RELEASE-PROC
                    VARYING   WRK-BUN-IDX   FROM   1   BY   1
                    UNTIL   WRK-BUN-IDX   >   WRK-BUN-CNT.
           PERFORM   KOK-RELEASE-PROC
                    VARYING   WRK-KOK-IDX   FROM   1   BY   1
                    UNTIL   WRK-KOK-IDX   >   WRK-KOK-CNT.
           PERFORM   SHO-RELEASE-PROC
                    VARYING   WRK-SHO-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHO-IDX   >   WRK-SHO-CNT.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルへの書き込み（分類１件分）
       *>----------------------------------------------------------------------------
       BUN-RELEASE-PROC                   SECTION.
       *>
           MOVE   "1"                              TO   ST-SHUBETSU.
           MOVE   ZERO                             TO
                  ST-NARABI-KINGAKU.
           MOVE   WRK-BUN-CODE(WRK-BUN-IDX)        TO   ST-CODE.
           MOVE   SPACE                            TO   ST-MEI.
           MOVE   WRK-BUN-KAITEI-FLG(WRK-BUN-IDX)  TO   ST-KAITEI-FLG.
           MOVE   WRK-BUN-SURYO(WRK-BUN-IDX)       TO   ST-SURYO.
           MOVE   WRK-BUN-GEN-URIAGE(WRK-BUN-IDX)  TO   ST-GEN-URIAGE.
           MOVE   WRK-BUN-SIM-URIAGE(WRK-BUN-IDX)  TO   ST-SIM-URIAGE.
           MOVE   WRK-BUN-GEN-GENKA(WRK-BUN-IDX)   TO   ST-GEN-GENKA.
           MOVE   WRK-BUN-SIM-GENKA(WRK-BUN-IDX)   TO   ST-SIM-GENKA.
           RELEASE   ST-RECODE.
       *>
       BUN-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルへの書き込み（顧客１件分。改定後売上の降順）
       *>----------------------------------------------------------------------------
       KOK-RELEASE-PROC                   SECTION.
       *>
           MOVE   "2"                              TO   ST-SHUBETSU.
           MOVE   WRK-KOK-SIM-URIAGE(WRK-KOK-IDX)  TO
                  ST-NARABI-KINGAKU.
           MOVE   WRK-KOK-BANGOU(WRK-KOK-IDX)      TO   ST-CODE.
           MOVE   WRK-KOK-MEI(WRK-KOK-IDX)         TO   ST-MEI.
           MOVE   WRK-KOK-KAITEI-FLG(WRK-KOK-IDX)  TO   ST-KAITEI-FLG.
           MOVE   WRK-KOK-SURYO(WRK-KOK-IDX)       TO   ST-SURYO.
           MOVE   WRK-KOK-GEN-URIAGE(WRK-KOK-IDX)  TO   ST-GEN-URIAGE.
           MOVE   WRK-KOK-SIM-URIAGE(WRK-KOK-IDX)  TO   ST-SIM-URIAGE.
           MOVE   WRK-KOK-GEN-GENKA(WRK-KOK-IDX)   TO   ST-GEN-GENKA.
           MOVE   WRK-KOK-SIM-GENKA(WRK-KOK-IDX)   TO   ST-SIM-GENKA.
           RELEASE   ST-RECODE.
       *>
       KOK-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルへの書き込み（商品１件分）
       *>----------------------------------------------------------------------------
       SHO-RELEASE-PROC                   SECTION.
       *>
           MOVE   "3"                              TO   ST-SHUBETSU.
           MOVE   ZERO                             TO
                  ST-NARABI-KINGAKU.
           MOVE   WRK-SHO-CODE(WRK-SHO-IDX)        TO   ST-CODE.
           MOVE   WRK-SHO-MEI(WRK-SHO-IDX)         TO   ST-MEI.
           MOVE   WRK-SHO-KAITEI-FLG(WRK-SHO-IDX)  TO   ST-KAITEI-FLG.
           MOVE   WRK-SHO-SURYO(WRK-SHO-IDX)       TO   ST-SURYO.
           MOVE   WRK-SHO-GEN-URIAGE(WRK-SHO-IDX)  TO   ST-GEN-URIAGE.
           MOVE   WRK-SHO-SIM-URIAGE(WRK-SHO-IDX)  TO   ST-SIM-URIAGE.
           MOVE   WRK-SHO-GEN-GENKA(WRK-SHO-IDX)   TO   ST-GEN-GENKA.
           MOVE   WRK-SHO-SIM-GENKA(WRK-SHO-IDX)   TO   ST-SIM-GENKA.
           RELEASE   ST-RECODE.
       *>
       SHO-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後処理（影響表の見出しと種別ごとの比較明細の印刷）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC                SECTION.
       *>
           MOVE   WRK-RUN-DATE      TO   HD01-DATE.
           MOVE   SPACE             TO   PRT82-RECODE.
           WRITE  PRT82-RECODE      FROM   HD01-MIDASHI-1.
       *>
           MOVE   WRK-KAISHI-BI     TO   HD02-KAISHI-BI.
           MOVE   WRK-RUN-DATE      TO   HD02-SHURYO-BI.
           MOVE   WRK-KIKAN-GETU    TO   HD02-KIKAN-GETU.
           MOVE   WRK-SAIYO-COUNT   TO   HD02-SAIYO-COUNT.
           MOVE   WRK-EIKYO-COUNT   TO   HD02-EIKYO-COUNT.
           MOVE   SPACE             TO   PRT82-RECODE.
           WRITE  PRT82-RECODE      FROM   HD02-MIDASHI-2.
       *>
           MOVE   SPACE             TO   PRT82-RECODE.
           WRITE  PRT82-RECODE      FROM   HD03-MIDASHI-3.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           PERFORM   RETURN-MAIN-PROC
                                 UNTIL   WRK-AT-END   =   CST-END.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>比較明細１件分の印刷
       *>  種別が変わったところで区分見出しを印刷する。顧客別は改定後売上の
       *>  上位件数までを印刷し、以降は読み飛ばす
       *>----------------------------------------------------------------------------
       RETURN-MAIN-PROC                   SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   RETURN-MAIN-PROC-EXIT
           END-RETURN.
       *>
           IF   ST-SHUBETSU   NOT =   KEY-SHUBETSU   THEN
                PERFORM   KUBUN-MIDASHI-PROC
           END-IF.
       *>
           IF   ST-SHUBETSU   =   "2"   THEN
                ADD   1   TO   WRK-JUNI
                IF   WRK-JUNI   >   WRK-JOI-KENSU   THEN
                     GO   TO   RETURN-MAIN-PROC-EXIT
                END-IF
           END-IF.
       *>
           MOVE   ST-CODE         TO   HD06-CODE.
           MOVE   ST-KAITEI-FLG   TO   HD06-KAITEI-FLG.
           MOVE   ST-MEI          TO   HD06-MEI.
           MOVE   ST-SURYO        TO   HD06-SURYO.
           MOVE   ST-GEN-URIAGE   TO   WRK-HK-GEN-URIAGE.
           MOVE   ST-SIM-URIAGE   TO   WRK-HK-SIM-URIAGE.
           MOVE   ST-GEN-GENKA    TO   WRK-HK-GEN-GENKA.
           MOVE   ST-SIM-GENKA    TO   WRK-HK-SIM-GENKA.
           PERFORM   HIKAKU-HENSHU-PROC.
       *>
           MOVE   SPACE          TO   PRT82-RECODE.
           WRITE  PRT82-RECODE   FROM   HD06-MEISAI.
       *>
           ADD   1   TO   WRK-OUT-COUNT.
       *>
       RETURN-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>区分見出しの印刷（分類別・顧客別・商品別）
       *>----------------------------------------------------------------------------
       KUBUN-MIDASHI-PROC                 SECTION.
       *>
           MOVE   ST-SHUBETSU   TO   KEY-SHUBETSU.
           MOVE   SPACE         TO   HD04-KUBUN-LINE.
       *>
           IF   ST-SHUBETSU   =   "1"   THEN
                MOVE   "＜分類別＞"   TO   HD04-KUBUN-MEI
           ELSE   IF   ST-SHUBETSU   =   "2"   THEN
                MOVE   "＜顧客別（改定後売上の上位）＞"
                                      TO   HD04-KUBUN-MEI
                MOVE   WRK-JOI-KENSU        TO   HD05-JOI-KENSU
                MOVE   HD05-JOI-HENSHU      TO   HD04-JOI-HYOJI
           ELSE
                MOVE   "＜商品別＞（＊＝改定対象）"
                                      TO   HD04-KUBUN-MEI
           END-IF
           END-IF.
       *>
           MOVE   SPACE          TO   PRT82-RECODE.
           WRITE  PRT82-RECODE.
           MOVE   SPACE          TO   PRT82-RECODE.
           WRITE  PRT82-RECODE   FROM   HD04-KUBUN-LINE.
       *>
       KUBUN-MIDASHI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>比較明細の金額・粗利・粗利率の編集
       *>  現行／改定後の売上・原価から粗利額と粗利率
       *>  （粗利額÷売上。売上ゼロはゼロ）を求めて明細行へ編集する
       *>----------------------------------------------------------------------------
       HIKAKU-HENSHU-PROC                 SECTION.
       *>
           MOVE   WRK-HK-GEN-URIAGE   TO   HD06-GEN-URIAGE.
           MOVE   WRK-HK-SIM-URIAGE   TO   HD06-SIM-URIAGE.
           MOVE   WRK-HK-GEN-GENKA    TO   HD06-GEN-GENKA.
           MOVE   WRK-HK-SIM-GENKA    TO   HD06-SIM-GENKA.
       *>
           COMPUTE   WRK-GEN-ARARI   =
                     WRK-HK-GEN-URIAGE   -   WRK-HK-GEN-GENKA.
           COMPUTE   WRK-SIM-ARARI   =
                     WRK-HK-SIM-URIAGE   -   WRK-HK-SIM-GENKA.
           MOVE   WRK-GEN-ARARI   TO   HD06-GEN-ARARI.
           MOVE   WRK-SIM-ARARI   TO   HD06-SIM-ARARI.
       *>
           IF   WRK-HK-GEN-URIAGE   NOT =   ZERO   THEN
                COMPUTE   WRK-ARARI-RITU   ROUNDED   =
                          ( WRK-GEN-ARARI * 100 ) / WRK-HK-GEN-URIAGE
           ELSE
                MOVE   ZERO   TO   WRK-ARARI-RITU
           END-IF.
           MOVE   WRK-ARARI-RITU   TO   HD06-GEN-RITU.
       *>
           IF   WRK-HK-SIM-URIAGE   NOT =   ZERO   THEN
                COMPUTE   WRK-ARARI-RITU   ROUNDED   =
                          ( WRK-SIM-ARARI * 100 ) / WRK-HK-SIM-URIAGE
           ELSE
                MOVE   ZERO   TO   WRK-ARARI-RITU
           END-IF.
           MOVE   WRK-ARARI-RITU   TO   HD06-SIM-RITU.
       *>
       HIKAKU-HENSHU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>総合計と増減の印刷
       *>  総合計は明細と同じ編集を行う
       *>----------------------------------------------------------------------------
       SOUKEI-PRINT-PROC                  SECTION.
       *>
           MOVE   WRK-SOU-GEN-URIAGE   TO   WRK-HK-GEN-URIAGE.
           MOVE   WRK-SOU-SIM-URIAGE   TO   WRK-HK-SIM-URIAGE.
           MOVE   WRK-SOU-GEN-GENKA    TO   WRK-HK-GEN-GENKA.
           MOVE   WRK-SOU-SIM-GENKA    TO   WRK-HK-SIM-GENKA.
       *>
           MOVE   SPACE                TO   HD06-CODE.
           MOVE   SPACE                TO   HD06-KAITEI-FLG.
           MOVE   "＜総合計＞"         TO   HD06-MEI.
           MOVE   WRK-SOU-SURYO        TO   HD06-SURYO.
           PERFORM   HIKAKU-HENSHU-PROC.
       *>
           MOVE   SPACE          TO   PRT82-RECODE.
           WRITE  PRT82-RECODE.
           MOVE   SPACE          TO   PRT82-RECODE.
           WRITE  PRT82-RECODE   FROM   HD06-MEISAI.
       *>
           COMPUTE   WRK-HEN-URIAGE   =
                     WRK-SOU-SIM-URIAGE   -   WRK-SOU-GEN-URIAGE.
           COMPUTE   WRK-HEN-ARARI    =
                     ( WRK-SOU-SIM-URIAGE   -   WRK-SOU-SIM-GENKA )
                   - ( WRK-SOU-GEN-URIAGE   -   WRK-SOU-GEN-GENKA ).
           MOVE   WRK-HEN-URIAGE   TO   HD07-HEN-URIAGE.
           MOVE   WRK-HEN-ARARI    TO   HD07-HEN-ARARI.
       *>
           MOVE   SPACE          TO   PRT82-RECODE.
           WRITE  PRT82-RECODE   FROM   HD07-ZOGEN.
       *>
       SOUKEI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイルの読み込み
       *>----------------------------------------------------------------------------
       ARCHIVE-READ-PROC                  SECTION.
       *>
           READ   ARC01-ARCHIVE-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   ARC-FILE-STATUS NOT = "00"
                AND   ARC-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       ARCHIVE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC             SECTION.
       *>
           MOVE   ARC-FILE-STATUS   TO   MSG9-STATUS.
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16                TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
