                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS DLV-FILE-STATUS.
       *>************************************************************************
       *>[入力]納品先マスタ（顧客×納品先コードごとの届け先住所・郵便番号。
       *>  受注ヘッダに納品先コードの指定が無い受注は顧客マスタの住所とする）
       *>************************************************************************
       SELECT   NSK01-NOHIN-SAKI-MASTER ASSIGN    TO "NSK01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS NSK-FILE-STATUS.
       *>************************************************************************
       *>[入力]顧客別納品禁止日ファイル（棚卸・休業などの受け入れ不可日）
       *>************************************************************************
       SELECT   DLB01-KINSHI-FILE    ASSIGN       TO "DLB01.txt"
       SELECT   PRT44-CHOSEI-RPT     ASSIGN       TO "PRT44.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL.
       *>************************************************************************
       *>[出力]担当者相違受注一覧（入力された担当者コードが担当地域マスタの
       *>  責任担当者と異なる明細）
       *>************************************************************************
       SELECT   PRT97-SOUI-RPT       ASSIGN       TO "PRT97.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL.
       *>************************************************************************
       *>[出力]ケース丸め処置報告ファイル（丸めの発生した明細の店舗向け報告。
       *>  CASERPT01が店番別の処置一覧表へ編集する）
       *>************************************************************************
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS RSV-FILE-STATUS.
       *>************************************************************************
       *>[出力]直送発注要求ファイル（仕入先直送の明細。在庫は引き当てず、
       *>  発注書発行（POISSUE01）が顧客の納品先を直送先とする発注へ変える）
       *>************************************************************************
       SELECT   DSR01-CHOKUSO-FILE   ASSIGN       TO "DSR01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS DSR-FILE-STATUS.
       *>************************************************************************
       *>[入出力]ロット別在庫ファイル（日付管理品のロット残。
       *>  有効期限の古いロットから順に引き当てる）
       *>************************************************************************
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS PRO-FILE-STATUS.
       *>************************************************************************
       *>[入力]見積ファイル（QUOTE01が登録し、QUOCNV01が受注へ変換する。
       *>  変換済み見積の受注は見積単価を他の単価より優先して適用する）
       *>************************************************************************
       SELECT   QUO01-MITSUMORI-FILE ASSIGN       TO "QUO01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS QUO-FILE-STATUS.
       *>************************************************************************
       *>[出力]与信限度額超過受注保留ファイル
       *>************************************************************************
       SELECT   HLD01-HOLD-FILE      ASSIGN      TO "HLD01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       *>************************************************************************
       *>[出力]価格下限割れ受注保留ファイル（価格承認待ち）
       *>************************************************************************
       SELECT   KHL01-KAKAKU-HOLD-FILE ASSIGN    TO "KHL01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       *>************************************************************************
       *>[入力]顧客別商品別数量実績ファイル（QTYHIS01がアーカイブから作成する）
       *>************************************************************************
       SELECT   QHS01-JISSEKI-FILE   ASSIGN       TO "QHS01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS QHS-FILE-STATUS.
       *>************************************************************************
       *>[出力]異常数量受注保留ファイル（営業の確認・訂正待ち）
       *>************************************************************************
       SELECT   QHL01-IJO-HOLD-FILE  ASSIGN      TO "QHL01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       *>************************************************************************
       *>[入力]公平配分指定ファイル（在庫逼迫時に需要比例で配分する商品と
       *>  適用日を登録する。ファイルが無ければ公平配分は行わない）
       *>************************************************************************
       SELECT   FSD01-KOHEI-SHITEI   ASSIGN       TO "FSD01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS FSD-FILE-STATUS.
       *>************************************************************************
       *>[出力]公平配分結果ファイル（配分した明細ごとの需要・配分数量）
       *>************************************************************************
       SELECT   FSR01-KOHEI-KEKKA    ASSIGN      TO "FSR01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       *>************************************************************************
       *>[出力]商品マスタ更新（在庫反映後）ファイル
       *>************************************************************************
       SELECT   UPD01-SHOHIN-MASTER  ASSIGN      TO "UPD01.txt"
       *>    与信限度額チェックを通過済みとして扱う）--
          03   IN01-HD-SHONIN-KUBUN                 PIC X(001).
                88   IN01-HD-YOSHIN-SHONIN          VALUE "A".
       *>  --納品先コード（納品先マスタのコード。スペースは顧客マスタの住所）--
          03   IN01-HD-NOHIN-SAKI                   PIC X(003).
       *>  --直送区分（"1"＝注文全体を仕入先から顧客へ直送する）--
          03   IN01-HD-CHOKUSO-KUBUN                PIC X(001).
                88   IN01-HD-CHOKUSO                VALUE "1".
       *>  --価格承認区分（"A"＝価格解放（PRCREL01）承認済みの再投入。
       *>    最低粗利の価格下限チェックを通過済みとして扱う）--
          03   IN01-HD-KAKAKU-SHONIN-KUBUN          PIC X(001).
                88   IN01-HD-KAKAKU-SHONIN          VALUE "A".
       *>  --数量確認区分（"A"＝異常数量解放（QTYREL01）で営業が確認・訂正
       *>    済みの再投入。受注数量の実績比較チェックを通過済みとして扱う）--
          03   IN01-HD-SURYO-KAKUNIN-KUBUN          PIC X(001).
                88   IN01-HD-SURYO-KAKUNIN          VALUE "A".
          03   FILLER                               PIC X(016).
       *>************************************************************************
       *>商品マスタファイルのレイアウト定義
       *>************************************************************************
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
               88   IN02-SETUP-MIKANRYO          VALUE "0".
       *>************************************************************************
       *>顧客マスタファイルのレイアウト定義
       *>************************************************************************
          03   IN03-SORYO-MENJO-GAKU                PIC 9(007).
       *>   --統合先顧客番号（ゼロ以外は統合済みの重複顧客）--
          03   IN03-TOGO-SAKI                       PIC 9(006).
       *>   --締日・回収サイト（締日・回収日の００と３１以上は月末。
       *>     回収月は締月からの月数で、０＝当月・１＝翌月・２＝翌々月）--
          03   IN03-SHIME-BI                        PIC 9(002).
          03   IN03-KAISHU-TSUKI                    PIC 9(001).
          03   IN03-KAISHU-BI                       PIC 9(002).
       *>   --請求先顧客番号（本部一括請求の店舗は本部の顧客番号。
       *>     ゼロは自社へ請求）--
          03   IN03-SEIKYU-SAKI                     PIC 9(006).
       *>   --口座振替の引落口座（銀行コード・支店コード・預金種目（１＝普通・
       *>     ２＝当座）・口座番号・口座名義（半角カナ）。銀行コードゼロは
       *>     口座振替未登録）--
          03   IN03-GINKO-CODE                      PIC 9(004).
          03   IN03-SHITEN-CODE                     PIC 9(003).
          03   IN03-YOKIN-SHUMOKU                   PIC 9(001).
          03   IN03-KOZA-BANGOU                     PIC 9(007).
          03   IN03-KOZA-MEIGI                      PIC X(030).
       *>   --請求通貨（ISO通貨コード。空白・JPYは円建て。外貨建ての顧客は
       *>     為替レートマスタ（KWR01）のレートで請求額を外貨換算する）--
          03   IN03-TSUKA-CODE                      PIC X(003).
       *>   --Ｗｅｂ照会区分（"1"＝Ｗｅｂポータルで受注状況を照会する顧客。
       *>     ORDWEB01が夜間に受注状況連携ファイルを作成する）--
          03   IN03-WEB-KUBUN                       PIC X(001).
       *>************************************************************************
       *>[出力]受注ファイルのレイアウト定義
       *>************************************************************************
       *>  --元注文日（西暦８桁）と欠品計上日（滞留日数の起点）--
          03   BO01-GENCHUMON-BI                    PIC 9(008).
          03   BO01-KEIJOU-BI                       PIC 9(008).
       *>  --納品先コード（再投入時に受注ヘッダへ引き継ぐ）--
          03   BO01-NOHIN-SAKI                      PIC X(003).
       *>  --価格承認区分・数量確認区分（再投入時に受注ヘッダへ引き継ぐ）--
          03   BO01-KAKAKU-SHONIN-KUBUN             PIC X(001).
          03   BO01-SURYO-KAKUNIN-KUBUN             PIC X(001).
       *>************************************************************************
       *>[出力]受注マッチング例外ファイルのレイアウト定義
       *>************************************************************************
          03   DLV01-KOKYAKU-BANGOU                 PIC 9(006).
          03   DLV01-YOUBI-MASK                     PIC X(007).
       *>************************************************************************
       *>[入力]納品先マスタのレイアウト定義
       *>************************************************************************
       FD   NSK01-NOHIN-SAKI-MASTER.
       01   NSK01-RECODE.
          03   NSK01-KOKYAKU-BANGOU                 PIC 9(006).
          03   NSK01-NOHIN-SAKI-CODE                PIC X(003).
          03   NSK01-ZYUSHO                         PIC X(040).
          03   NSK01-YUBIN-BANGOU                   PIC X(007).
       *>************************************************************************
       *>[入力]顧客別納品禁止日ファイルのレイアウト定義
       *>************************************************************************
       FD   DLB01-KINSHI-FILE.
       FD   PRT44-CHOSEI-RPT.
       01   PRT44-RECODE                            PIC X(100).
       *>************************************************************************
       *>[出力]担当者相違受注一覧のレイアウト定義
       *>************************************************************************
       FD   PRT97-SOUI-RPT.
       01   PRT97-RECODE                            PIC X(120).
       *>************************************************************************
       *>[出力]ケース丸め処置報告ファイルのレイアウト定義
       *>************************************************************************
       FD   MRU01-MARUME-FILE.
          03   RSV01-ZIKAN                          PIC 9(004).
          03   RSV01-TANTOSYA-CODE                  PIC X(007).
          03   RSV01-TOUROKU-BI                     PIC 9(008).
          03   RSV01-NOHIN-SAKI                     PIC X(003).
       *>  --直送区分・価格承認区分・数量確認区分（受付時のヘッダの指定を
       *>    引き継ぐ）--
          03   RSV01-CHOKUSO-KUBUN                  PIC X(001).
          03   RSV01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   RSV01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>************************************************************************
       *>[出力]直送発注要求ファイルのレイアウト定義（POISSUE01と同一）
       *>  （１明細１件。直送先は納品先を反映した顧客の住所・郵便番号）
       *>************************************************************************
       FD   DSR01-CHOKUSO-FILE.
       01   DSR01-RECODE.
          03   DSR01-ZYUTYU-BANGOU.
                05   DSR01-MISEBAN                  PIC X(003).
                05   DSR01-TYUMON-BANGOU            PIC 9(005).
          03   DSR01-SHOHIN-CODE                    PIC X(006).
          03   DSR01-SHOHIN-MI                      PIC X(020).
          03   DSR01-TYUMON-SU                      PIC 9(005).
          03   DSR01-KOKYAKU-BANGOU                 PIC 9(006).
          03   DSR01-KOKYAKU-MEI                    PIC X(020).
          03   DSR01-KOKYAKU-ZYUSHO                 PIC X(040).
          03   DSR01-YUBIN-BANGOU                   PIC X(007).
          03   DSR01-TOUROKU-BI                     PIC 9(008).
       *>************************************************************************
       *>[入出力]ロット別在庫ファイルのレイアウト定義（RECEIPT01と同一）
       *>************************************************************************
          03   PRO01-KAISHI-BI                      PIC 9(008).
          03   PRO01-SHURYO-BI                      PIC 9(008).
       *>************************************************************************
       *>[入力]見積ファイルのレイアウト定義（QUOTE01と同一）
       *>  （見積ヘッダ"1"の後に見積明細"2"が続く。状態区分Ｃ＝受注変換済みの
       *>    見積は変換先の受注番号を保持する）
       *>************************************************************************
       FD   QUO01-MITSUMORI-FILE.
       01   QUO01-RECODE.
          03   QUO01-RECORD-KUBUN                   PIC X(001).
                88   QUO01-HEADER-REC               VALUE "1".
                88   QUO01-MEISAI-REC               VALUE "2".
          03   QUO01-MITSUMORI-BANGOU               PIC 9(006).
          03   QUO01-SHOHIN-CODE                    PIC X(006).
          03   QUO01-SURYO                          PIC 9(005).
          03   QUO01-MITSUMORI-TANKA                PIC 9(005).
          03   QUO01-TANKA-KUBUN                    PIC X(001).
          03   FILLER                               PIC X(035).
       *>
       *>  見積ヘッダレコードのレイアウト定義
       01   QUO01-HEADER-RECODE   REDEFINES   QUO01-RECODE.
          03   QUO01-HD-KUBUN                       PIC X(001).
          03   QUO01-HD-MITSUMORI-BANGOU            PIC 9(006).
          03   QUO01-HD-MISEBAN                     PIC X(003).
          03   QUO01-HD-KOKYAKU-BANGOU              PIC 9(006).
          03   QUO01-HD-TANTOSYA-CODE               PIC X(007).
          03   QUO01-HD-MITSUMORI-BI                PIC 9(008).
          03   QUO01-HD-YUKO-KIGEN                  PIC 9(008).
          03   QUO01-HD-JOTAI-KUBUN                 PIC X(001).
                88   QUO01-HD-HENKAN-ZUMI           VALUE "C".
          03   QUO01-HD-NOHIN-SAKI                  PIC X(003).
          03   QUO01-HD-HENKAN-BI                   PIC 9(008).
          03   QUO01-HD-ZYUTYU-BANGOU               PIC X(008).
       *>************************************************************************
       *>[出力]与信限度額超過受注保留ファイルのレイアウト定義
       *>  （与信担当の承認・否認後に再投入できるよう受注内容一式を引き継ぐ）
       *>************************************************************************
          03   HLD01-KOKYAKU-BANGOU                 PIC 9(006).
          03   HLD01-KINGAKU                        PIC S9(008).
          03   HLD01-HOLD-RIYU                      PIC X(015).
          03   HLD01-NOHIN-SAKI                     PIC X(003).
       *>  --直送区分・価格承認区分・数量確認区分（保留時のヘッダの指定を
       *>    引き継ぐ）--
          03   HLD01-CHOKUSO-KUBUN                  PIC X(001).
          03   HLD01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   HLD01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>************************************************************************
       *>[出力]価格下限割れ受注保留ファイルのレイアウト定義
       *>  （価格担当の承認・否認後に再投入できるよう受注内容一式と、
       *>    判定根拠の適用単価・原価・下限単価を引き継ぐ）
       *>************************************************************************
       FD   KHL01-KAKAKU-HOLD-FILE.
       01   KHL01-RECODE.
          03   KHL01-ZYUTYU-BANGOU.
                05   KHL01-MISEBAN                  PIC X(003).
                05   KHL01-TYUMON-BANGOU            PIC 9(005).
          03   KHL01-SHOHIN-CODE.
                05   KHL01-BUNRUI-CODE              PIC X(002).
                05   KHL01-SHOHIN-NO                PIC 9(004).
          03   KHL01-TYUMON-SU                      PIC S9(005).
          03   KHL01-UKETUKE-NICHIZI.
                05   KHL01-HIDUKE                   PIC 9(008).
                05   KHL01-ZIKAN                    PIC 9(004).
          03   KHL01-TANTOSYA-CODE.
                05   KHL01-BUSHO-CODE               PIC X(003).
                05   KHL01-TANTOSYA-BANGOU          PIC 9(004).
          03   KHL01-KOKYAKU-BANGOU                 PIC 9(006).
          03   KHL01-TEKIYO-TANKA                   PIC 9(005).
          03   KHL01-TANKA-KUBUN                    PIC X(001).
          03   KHL01-GENKA                          PIC 9(005).
          03   KHL01-KAGEN-TANKA                    PIC 9(007).
          03   KHL01-ARARI-RITSU                    PIC 9(003).
          03   KHL01-NOHIN-SAKI                     PIC X(003).
       *>  --与信承認区分・直送区分・数量確認区分（保留時のヘッダの指定を
       *>    引き継ぐ）--
          03   KHL01-SHONIN-KUBUN                   PIC X(001).
          03   KHL01-CHOKUSO-KUBUN                  PIC X(001).
          03   KHL01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>************************************************************************
       *>[入力]顧客別商品別数量実績ファイルのレイアウト定義（QTYHIS01と同一）
       *>************************************************************************
       FD   QHS01-JISSEKI-FILE.
       01   QHS01-RECODE.
          03   QHS01-KOKYAKU-BANGOU                 PIC 9(006).
          03   QHS01-SHOHIN-CODE                    PIC X(006).
          03   QHS01-KENSU                          PIC 9(005).
          03   QHS01-HEIKIN-SU                      PIC 9(005).
          03   QHS01-SAIDAI-SU                      PIC 9(005).
          03   QHS01-GOKEI-SU                       PIC 9(009).
       *>************************************************************************
       *>[出力]異常数量受注保留ファイルのレイアウト定義
       *>  （営業の確認・訂正後に再投入できるよう受注内容一式と、
       *>    判定根拠の実績平均・最大数量と倍率を引き継ぐ）
       *>************************************************************************
       FD   QHL01-IJO-HOLD-FILE.
       01   QHL01-RECODE.
          03   QHL01-ZYUTYU-BANGOU.
                05   QHL01-MISEBAN                  PIC X(003).
                05   QHL01-TYUMON-BANGOU            PIC 9(005).
          03   QHL01-SHOHIN-CODE.
                05   QHL01-BUNRUI-CODE              PIC X(002).
                05   QHL01-SHOHIN-NO                PIC 9(004).
          03   QHL01-TYUMON-SU                      PIC S9(005).
          03   QHL01-UKETUKE-NICHIZI.
                05   QHL01-HIDUKE                   PIC 9(008).
                05   QHL01-ZIKAN                    PIC 9(004).
          03   QHL01-TANTOSYA-CODE.
                05   QHL01-BUSHO-CODE               PIC X(003).
                05   QHL01-TANTOSYA-BANGOU          PIC 9(004).
          03   QHL01-KOKYAKU-BANGOU                 PIC 9(006).
          03   QHL01-HEIKIN-SU                      PIC 9(005).
          03   QHL01-SAIDAI-SU                      PIC 9(005).
          03   QHL01-KENSU                          PIC 9(005).
          03   QHL01-BAIRITSU                       PIC 9(003).
          03   QHL01-HOLD-RIYU                      PIC X(015).
          03   QHL01-NOHIN-SAKI                     PIC X(003).
       *>  --与信承認区分・直送区分・価格承認区分（保留時のヘッダの指定を
       *>    引き継ぐ）--
          03   QHL01-SHONIN-KUBUN                   PIC X(001).
          03   QHL01-CHOKUSO-KUBUN                  PIC X(001).
          03   QHL01-KAKAKU-SHONIN-KUBUN            PIC X(001).
       *>************************************************************************
       *>[入力]公平配分指定ファイルのレイアウト定義
       *>  （適用日がゼロの登録は毎日、それ以外は適用日当日のみ有効）
       *>************************************************************************
       FD   FSD01-KOHEI-SHITEI.
       01   FSD01-RECODE.
          03   FSD01-SHOHIN-CODE                    PIC X(006).
          03   FSD01-TEKIYO-BI                      PIC 9(008).
       *>************************************************************************
       *>[出力]公平配分結果ファイルのレイアウト定義
       *>  （配分表（RATION01）が商品・店番別に需要・配分数量を集計する）
       *>************************************************************************
       FD   FSR01-KOHEI-KEKKA.
       01   FSR01-RECODE.
          03   FSR01-SHOHIN-CODE.
                05   FSR01-BUNRUI-CODE              PIC X(002).
                05   FSR01-SHOHIN-NO                PIC 9(004).
          03   FSR01-ZYUTYU-BANGOU.
                05   FSR01-MISEBAN                  PIC X(003).
                05   FSR01-TYUMON-BANGOU            PIC 9(005).
          03   FSR01-KOKYAKU-BANGOU                 PIC 9(006).
       *>  --需要（丸め後の注文数量）・配分数量・欠品数量--
          03   FSR01-JUYO-SU                        PIC 9(005).
          03   FSR01-HAIBUN-SU                      PIC 9(005).
          03   FSR01-KETSUHIN-SU                    PIC 9(005).
       *>  --配分開始時点の商品別の需要合計・配分可能在庫数--
          03   FSR01-SOU-JUYO-SU                    PIC 9(009).
          03   FSR01-KIJUN-ZAIKO-SU                 PIC 9(009).
          03   FSR01-SHOHIN-MEI                     PIC X(020).
          03   FSR01-RUN-DATE                       PIC 9(008).
       *>************************************************************************
       *>[出力]商品マスタ更新ファイルのレイアウト定義
       *>************************************************************************
       *>
       *>--直近ヘッダ顧客の郵便番号（出荷ラベル用）--
             03   WRK-CUR-YUBIN-BANGOU              PIC X(007).
       *>--直近ヘッダの納品先コード（住所・郵便番号は納品先のものに置き換える）--
             03   WRK-CUR-NOHIN-SAKI                PIC X(003).
       *>--直近ヘッダの直送区分（"1"＝注文全体を仕入先直送とする）--
             03   WRK-CUR-CHOKUSO-KUBUN             PIC X(001).
                  88   WRK-CUR-CHOKUSO              VALUE "1".
       *>
       *>--与信チェック用（直近ヘッダ顧客の与信限度額・買掛残高と判定結果）--
             03   WRK-CUR-YOSHIN-GENDO              PIC 9(009).
             03   WRK-YOSHIN-OVER-SW                PIC X(001).
                  88   WRK-YOSHIN-OVER              VALUE "Y".
       *>
       *>--価格下限チェック用（直近ヘッダの価格承認区分・下限単価と判定結果）--
             03   WRK-CUR-KAKAKU-SHONIN-KUBUN       PIC X(001).
                  88   WRK-CUR-KAKAKU-SHONIN        VALUE "A".
             03   WRK-KAGEN-TANKA                   PIC 9(007).
             03   WRK-ARARI-RITSU                   PIC 9(003).
             03   WRK-KAKAKU-HOLD-COUNT             PIC 9(006).
             03   WRK-KAKAKU-HOLD-SW                PIC X(001).
                  88   WRK-KAKAKU-HOLD              VALUE "Y".
       *>
       *>--異常数量チェック用（直近ヘッダの数量確認区分と判定結果）--
             03   WRK-CUR-SURYO-KAKUNIN-KUBUN       PIC X(001).
                  88   WRK-CUR-SURYO-KAKUNIN        VALUE "A".
             03   WRK-IJO-HOLD-COUNT                PIC 9(006).
             03   WRK-IJO-HOLD-SW                   PIC X(001).
                  88   WRK-IJO-HOLD                 VALUE "Y".
       *>
       *>実行日の退避領域
       01   IN02-FILE-STATUS                        PIC XX.
       *>
            03   WRK-TAIHI-YUBIN-BANGOU            PIC X(007).
            03   WRK-TAIHI-YOSHIN-GENDO            PIC 9(009).
            03   WRK-TAIHI-KAIKAKE-ZANDAKA         PIC 9(009).
            03   WRK-TAIHI-NOHIN-SAKI              PIC X(003).
       *>
       *>--今回実行で出荷（ＯＴ０１出力）した明細の控えテーブル
       *>  （取消・数量変更の訂正レコードが対象明細を逆仕訳するために持つ）--
                 05   WRK-SK-HIDUKE              PIC 9(008).
                 05   WRK-SK-ZIKAN               PIC 9(004).
                 05   WRK-SK-TORIKESHI-FLG       PIC X(001).
                 05   WRK-SK-NOHIN-SAKI          PIC X(003).
       01   WRK-SHUKKA-CNT               PIC 9(004).
       01   WRK-SHUKKA-IDX               PIC 9(004).
       *>
       01   WRK-DLV-MASK-SAVE            PIC X(007).
       01   DLV-FILE-STATUS              PIC XX.
       *>
       *>--納品先マスタテーブル（顧客×納品先コードの届け先住所）--
       77   CST-MAX-NSK-KENSU            PIC 9(004) VALUE 9999.
       01   WRK-NSK-TBL.
            03   WRK-NSK-ENT                     OCCURS 9999.
                 05   WRK-NSK-KOKYAKU            PIC 9(006).
                 05   WRK-NSK-CODE               PIC X(003).
                 05   WRK-NSK-ZYUSHO             PIC X(040).
                 05   WRK-NSK-YUBIN-BANGOU       PIC X(007).
       01   WRK-NSK-CNT                  PIC 9(004).
       01   WRK-NSK-IDX                  PIC 9(004).
       01   WRK-NSK-MITUKE-SW            PIC X(001).
            88   WRK-NSK-MITUKE          VALUE "Y".
       01   NSK-FILE-STATUS              PIC XX.
       *>
       *>--顧客別納品禁止日の一括読み込み用テーブル--
       77   CST-MAX-KIN-KENSU            PIC 9(003) VALUE 999.
       01   WRK-KIN-TBL.
                                 VALUE "　理由：".
            03   HD44-RIYU               PIC X(006).
       *>
       *>--担当地域マスタによる担当者補完・相違チェック（TERGET01）の
       *>  受け渡し項目（受注日を基準日とする。郵便番号は空白で渡し、
       *>  納品先ではなく顧客マスタの郵便番号で担当地域を求めさせる）--
       01   WRK-TER-YUBIN-BANGOU         PIC X(007).
       01   WRK-TER-TANTOSYA-CODE        PIC X(007).
       01   WRK-TER-MITUKE-FLG           PIC X(001).
       01   WRK-TER-MINYURYOKU-FLG       PIC X(001).
       *>
       *>--担当者相違受注一覧の見出し・明細行--
       01   HD97-SOUI-MIDASHI.
            03   FILLER                  PIC X(030)
               VALUE "＜担当者相違受注一覧".
            03   FILLER                  PIC X(030)
               VALUE "（担当地域マスタ）＞".
       *>
       01   HD97-SOUI-MEISAI.
            03   HD97-ZYUTYU-BANGOU      PIC X(008).
            03   FILLER                  PIC X(012)
                                 VALUE "　顧客：".
            03   HD97-KOKYAKU-BANGOU     PIC 9(006).
            03   FILLER                  PIC X(012)
                                 VALUE "　商品：".
            03   HD97-SHOHIN-CODE        PIC X(006).
            03   FILLER                  PIC X(012)
                                 VALUE "　入力：".
            03   HD97-NYURYOKU-TANTO     PIC X(007).
            03   FILLER                  PIC X(018)
                                 VALUE "　地域担当：".
            03   HD97-TER-TANTO          PIC X(007).
            03   FILLER                  PIC X(012)
                                 VALUE "　根拠：".
            03   HD97-KONKYO             PIC X(012).
       *>
       *>--担当者マスタの一括読み込み用テーブル（担当者コードの実在チェック用）--
       01   TAN-FILE-STATUS              PIC XX.
       77   CST-MAX-TANTO-KENSU          PIC 9(004) VALUE 9999.
       01   WRK-KEIYAKU-HIT-IDX          PIC 9(004).
       01   KEI-FILE-STATUS              PIC XX.
       *>
       *>--適用単価・適用単価区分（M＝マスタ、K＝契約、Q＝数量別、P＝販促、
       *>  E＝見積）--
       01   WRK-TEKIYO-TANKA             PIC 9(005).
       01   WRK-TANKA-KUBUN              PIC X(001).
       *>
       *>--販促適用判定用の受注日（西暦８桁）--
       01   WRK-HANSOKU-HANTEI-BI        PIC 9(008).
       *>
       *>--見積単価の一括読み込み用テーブル（受注変換済み見積の明細を
       *>  受注番号・顧客番号・商品コードで検索）--
       01   QUO-FILE-STATUS              PIC XX.
       77   CST-MAX-MTM-KENSU            PIC 9(003) VALUE 999.
       01   WRK-MTM-TBL.
            03   WRK-MTM-ENT                     OCCURS 999.
                 05   WRK-MTM-ZYUTYU-BANGOU       PIC X(008).
                 05   WRK-MTM-KOKYAKU             PIC 9(006).
                 05   WRK-MTM-SHOHIN              PIC X(006).
                 05   WRK-MTM-TANKA               PIC 9(005).
       01   WRK-MTM-CNT                  PIC 9(003).
       01   WRK-MTM-IDX                  PIC 9(003).
       01   WRK-MTM-MITUKE-SW            PIC X(001).
            88   WRK-MTM-MITUKE          VALUE "Y".
       01   WRK-MTM-HIT-IDX              PIC 9(003).
       *>--読み込み中の見積ヘッダ（変換済みのときのみ明細を登録する）--
       01   WRK-MTM-HENKAN-SW            PIC X(001).
            88   WRK-MTM-HENKAN          VALUE "Y".
       01   WRK-MTM-CUR-ZYUTYU-BANGOU    PIC X(008).
       01   WRK-MTM-CUR-KOKYAKU          PIC 9(006).
       *>
       *>--倉庫別引き当て用（倉庫別在庫ファイルの状態・優先倉庫・
       *>  もう一方の倉庫・引き当て倉庫・判定数量）--
       01   WHS-FILE-STATUS              PIC XX.
       01   WRK-RSV-COUNT                PIC 9(006).
       01   WRK-YOYAKU-ZAN-NISSU         PIC 9(003).
       *>
       *>--仕入先直送の判定用（ヘッダまたは商品マスタの直送区分）と
       *>  直送発注要求の件数--
       01   DSR-FILE-STATUS              PIC XX.
       01   WRK-CHOKUSO-SW               PIC X(001).
            88   WRK-CHOKUSO-TAISHO      VALUE "Y".
       01   WRK-CHOKUSO-COUNT            PIC 9(006).
       *>
       *>--キット構成マスタの一括読み込み用テーブルと展開用作業領域--
       01   KIT-FILE-STATUS              PIC XX.
       77   CST-MAX-KIT-KENSU            PIC 9(003) VALUE 999.
       01   WRK-TEISHI-TAISHO-SW         PIC X(001).
            88   WRK-TEISHI-TAISHO       VALUE "Y".
       *>
       *>--請求先（本部）別の店舗買掛残高合計テーブル（与信を請求先単位で
       *>  判定するため、開始時に顧客マスタを順読みして集計する）--
       77   CST-MAX-SSG-KENSU            PIC 9(003) VALUE 999.
       01   WRK-SSG-TBL.
            03   WRK-SSG-ENT                  OCCURS 999.
                 05   WRK-SSG-SAKI            PIC 9(006).
                 05   WRK-SSG-ZANDAKA         PIC 9(011).
       01   WRK-SSG-CNT                  PIC 9(003).
       01   WRK-SSG-IDX                  PIC 9(003).
       01   WRK-SSG-HIT-IDX              PIC 9(003).
       01   WRK-SSG-MITUKE-SW            PIC X(001).
            88   WRK-SSG-MITUKE          VALUE "Y".
       01   WRK-SSG-KEY                  PIC 9(006).
       01   WRK-SSG-SCAN-OWARI-SW        PIC X(001).
            88   WRK-SSG-SCAN-OWARI      VALUE "Y".
       01   WRK-SSG-ZANDAKA-W            PIC 9(011).
       *>
       *>--対象受注日時範囲・分割出荷指定（共通実行パラメータより取得）--
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
       *>--運用アラートのしきい値（共通実行パラメータで上書きできる）--
       01   WRK-REJ-GENDO                     PIC 9(006) VALUE 000100.
       01   WRK-BO-GENDO                      PIC 9(006) VALUE 000100.
       *>
       *>--分類別の最低粗利率（％。共通実行パラメータ"ARARI-"＋分類コード。
       *>  分類の指定が無ければ"ARARI-ALL"、それも無ければ０％＝原価を
       *>  下限とする。分類ごとに初回参照時に取得してテーブルに保持する）--
       01   WRK-ARARI-ALL                     PIC 9(003) VALUE 000.
       01   WRK-ARARI-TBL.
            03   WRK-ARARI-ENT                OCCURS 99.
                 05   WRK-ARARI-BUNRUI        PIC X(002).
                 05   WRK-ARARI-TBL-RITSU     PIC 9(003).
       01   WRK-ARARI-CNT                     PIC 9(003).
       01   WRK-ARARI-IDX                     PIC 9(003).
       01   WRK-ARARI-MITUKE-SW               PIC X(001).
            88   WRK-ARARI-MITUKE             VALUE "Y".
       *>
       *>--異常数量の判定基準（共通実行パラメータで上書きできる）。
       *>  受注数量が実績の最大数量を超え、かつ平均数量の倍率（IJO-BAI）倍を
       *>  超える明細を異常とする。実績の受注回数が最低回数（IJO-KENSU）に
       *>  満たない顧客×商品は判定しない--
       01   WRK-IJO-BAIRITSU                  PIC 9(003) VALUE 005.
       01   WRK-IJO-SAITEI-KENSU              PIC 9(003) VALUE 003.
       01   WRK-IJO-KIJUN-SU                  PIC 9(008).
       *>
       *>--顧客別商品別数量実績の一括読み込み用テーブル--
       77   CST-MAX-QHS-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-QHS-TBL.
            03   WRK-QHS-ENT                  OCCURS 9999.
                 05   WRK-QHS-KEY             PIC X(012).
                 05   WRK-QHS-KENSU           PIC 9(005).
                 05   WRK-QHS-HEIKIN-SU       PIC 9(005).
                 05   WRK-QHS-SAIDAI-SU       PIC 9(005).
       01   WRK-QHS-CNT                       PIC 9(004).
       01   WRK-QHS-IDX                       PIC 9(004).
       01   WRK-QHS-HIT-IDX                   PIC 9(004).
       01   WRK-QHS-MITUKE-SW                 PIC X(001).
            88   WRK-QHS-MITUKE               VALUE "Y".
       01   WRK-QHS-SAGASHI-KEY               PIC X(012).
       01   QHS-FILE-STATUS                   PIC XX.
       *>
       *>--公平配分（在庫逼迫商品の需要比例配分）用。
       *>  指定商品（公平配分指定ファイル、または共通実行パラメータ
       *>  KOHEI-ALL＝"Y"の日は全商品）は、開始時に受注ファイルを先読みして
       *>  通常受注の需要合計を求めておき、２パス目の最初の引き当て時点の
       *>  在庫が需要合計に満たない場合に、残在庫×需要÷残需要をケース
       *>  入数単位に切り捨てた数量を明細ごとに配分する--
       01   WRK-KOHEI-ALL-SW                  PIC X(001).
            88   WRK-KOHEI-ALL                VALUE "Y".
       77   CST-MAX-KOHEI-KENSU               PIC 9(004) VALUE 9999.
       01   WRK-KOHEI-TBL.
            03   WRK-KOHEI-ENT                OCCURS 9999.
                 05   WRK-KOHEI-SHOHIN        PIC X(006).
                 05   WRK-KOHEI-JUYO-SU       PIC 9(009).
                 05   WRK-KOHEI-KIJUN-ZAIKO   PIC 9(009).
                 05   WRK-KOHEI-ZAN-JUYO      PIC 9(009).
                 05   WRK-KOHEI-ZAN-ZAIKO     PIC 9(009).
       *>         --配分状態（スペース＝未判定、Y＝配分実施、N＝在庫充足）--
                 05   WRK-KOHEI-JOTAI         PIC X(001).
       01   WRK-KOHEI-CNT                     PIC 9(004).
       01   WRK-KOHEI-IDX                     PIC 9(004).
       01   WRK-KOHEI-HIT-IDX                 PIC 9(004).
       01   WRK-KOHEI-MITUKE-SW               PIC X(001).
            88   WRK-KOHEI-MITUKE             VALUE "Y".
       01   WRK-KOHEI-SAGASHI                 PIC X(006).
       01   WRK-KOHEI-HAIBUN-SW               PIC X(001).
            88   WRK-KOHEI-HAIBUN             VALUE "Y".
       01   WRK-KOHEI-HAIBUN-SU               PIC 9(009).
       01   WRK-KOHEI-CASE-SHO                PIC 9(009).
       01   WRK-KOHEI-YUSEN-KUBUN             PIC X(001).
       01   WRK-KOHEI-NICHIZI                 PIC 9(012).
       01   WRK-KOHEI-COUNT                   PIC 9(006).
       01   FSD-FILE-STATUS                   PIC XX.
       *>--運用アラート書き込み用（OPSALERT01呼び出し）--
       01   WRK-ALERT-SEVERITY                PIC X(006).
       01   WRK-ALERT-MSG-CODE                PIC X(008).
                          VALUE "与信保留件数：".
           03   MSG8-COUNT                          PIC ZZZ,ZZ9.
       *>
       *>--価格保留（最低粗利割れ）件数の表示--
       01   MSC-MESSAGE-AREA.
           03   FILLER                              PIC X(030)
                          VALUE "価格保留件数：".
           03   MSGC-COUNT                          PIC ZZZ,ZZ9.
       *>
       *>--異常数量保留件数の表示--
       01   MSD-MESSAGE-AREA.
           03   FILLER                              PIC X(030)
                          VALUE "異常数量保留件数：".
           03   MSGD-COUNT                          PIC ZZZ,ZZ9.
       *>
       01   MSE-MESSAGE-AREA.
           03   FILLER                              PIC X(030)
                          VALUE "公平配分明細件数：".
           03   MSGE-COUNT                          PIC ZZZ,ZZ9.
       *>
       *>01   MS1-MESSAGE-AREA.
       *>    03   SAISYU-MESSAGE PIC X(060).
       *>
           MOVE   SPACE   TO   WRK-ZYUTYU-HEADER-SW.
       *>
           MOVE   ZERO    TO   WRK-HOLD-COUNT.
           MOVE   ZERO    TO   WRK-KAKAKU-HOLD-COUNT.
           MOVE   ZERO    TO   WRK-ARARI-CNT.
           MOVE   ZERO    TO   WRK-IJO-HOLD-COUNT.
           PERFORM   SURYO-JISSEKI-LOAD-PROC.
           MOVE   ZERO    TO   WRK-KOHEI-COUNT.
           MOVE   ZERO    TO   WRK-CUR-YOSHIN-GENDO.
           MOVE   ZERO    TO   WRK-CUR-KAIKAKE-ZANDAKA.
       *>
           MOVE   ZERO    TO   WRK-AMEND-COUNT.
           MOVE   ZERO    TO   WRK-AMEND-SAGYO-COUNT.
           MOVE   ZERO    TO   WRK-RSV-COUNT.
           MOVE   ZERO    TO   WRK-CHOKUSO-COUNT.
           MOVE   ZERO    TO   WRK-KIT-KO-COUNT.
           MOVE   ZERO    TO   WRK-MARUME-COUNT.
           MOVE   ZERO    TO   WRK-SUSPENSE-COUNT.
       *>販促単価ファイルの一括読み込み
           PERFORM   HANSOKU-FILE-LOAD-PROC.
       *>
       *>見積ファイルの一括読み込み（受注変換済み見積の明細のみ）
           PERFORM   MITSUMORI-FILE-LOAD-PROC.
       *>
       *>キット構成マスタファイルの一括読み込み
           PERFORM   KIT-MASTER-LOAD-PROC.
       *>
           PERFORM   NOHIN-MASTER-LOAD-PROC.
           PERFORM   KINSHI-FILE-LOAD-PROC.
       *>
       *>納品先マスタの一括読み込み
           PERFORM   NOHIN-SAKI-MASTER-LOAD-PROC.
       *>
       *>単価適用日テーブルの一括読み込み
           PERFORM   TEKIYO-TANKA-LOAD-PROC.
       *>
       *>顧客別販売制限マスタの一括読み込み
           PERFORM   SEIGEN-MASTER-LOAD-PROC.
       *>
       *>公平配分指定ファイルの一括読み込み（当日有効な指定商品）
           PERFORM   KOHEI-SHITEI-LOAD-PROC.
       *>
       *>ファイルのオープン
       *>  商品マスタは受注明細ごとにキー検索・在庫更新するためI-Oで開く
       *>  顧客マスタはヘッダごとに顧客番号でキー検索するためINPUTで開く
                           BO01-BACKORDER-FILE
                           REJ01-REJECT-FILE
                           HLD01-HOLD-FILE
                           KHL01-KAKAKU-HOLD-FILE
                           QHL01-IJO-HOLD-FILE
                           FSR01-KOHEI-KEKKA
                           UPD01-SHOHIN-MASTER
                           ARC01-ARCHIVE-FILE
                           AMD01-TEISEI-FILE
                           MRU01-MARUME-FILE
                           SUS01-SUSPENSE-FILE
                           PRT44-CHOSEI-RPT
                           PRT97-SOUI-RPT
                           DEN01-KYOHI-FILE.
       *>
           MOVE   SPACE          TO   PRT97-RECODE.
           WRITE  PRT97-RECODE   FROM   HD97-SOUI-MIDASHI.
       *>
       *>  請求先（本部）別の店舗買掛残高合計の集計（顧客マスタの順読み）
           PERFORM   SEIKYU-GROUP-LOAD-PROC.
       *>
       *>  予約受注ファイルは追記モードでオープン
       *>  （解放前の予約残へ当日の先日付受注を積み増す）
                OPEN   OUTPUT   RSV01-YOYAKU-FILE
           END-IF.
       *>
       *>  直送発注要求ファイルは追記モードでオープン
       *>  （発注書発行が取り込む前の要求残へ当日の直送明細を積み増す）
           OPEN   EXTEND   DSR01-CHOKUSO-FILE.
           IF   DSR-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   DSR01-CHOKUSO-FILE
           END-IF.
       *>
       *>  予約判定基準日（実行日＋予約ホライズン日数）の計算
           PERFORM   YOYAKU-KIJUN-KEISAN-PROC.
       *>
                OPEN   OUTPUT   JRN01-JOURNAL-FILE
           END-IF.
       *>
       *>  公平配分対象商品の需要合計の集計（受注ファイルを先読みし、
       *>  読み終えたら開き直す）
           PERFORM   KOHEI-JUYO-SHUKEI-PROC.
       *>
       *>  受注ファイルへヘッダレコードを書き込む
           MOVE   SPACE           TO   OT01-HEADER-RECODE.
           MOVE   "HEADER"        TO   OT01-HD-CODE.
           MOVE   1       TO   WRK-PASS-NO.
           MOVE   SPACE   TO   WRK-CUR-YUSEN-KUBUN.
           MOVE   SPACE   TO   WRK-CUR-SHONIN-KUBUN.
           MOVE   SPACE   TO   WRK-CUR-KAKAKU-SHONIN-KUBUN.
           MOVE   SPACE   TO   WRK-CUR-SURYO-KAKUNIN-KUBUN.
           MOVE   SPACE   TO   WRK-CUR-CHOKUSO-KUBUN.
       *>
       *>[入力]受注ファイルの読み込み
           PERFORM    ZYUTYU-FILE-IN01-READ-PROC.
                   BO01-BACKORDER-FILE
                   REJ01-REJECT-FILE
                   HLD01-HOLD-FILE
                   KHL01-KAKAKU-HOLD-FILE
                   QHL01-IJO-HOLD-FILE
                   FSR01-KOHEI-KEKKA
                   UPD01-SHOHIN-MASTER
                   ARC01-ARCHIVE-FILE
                   JRN01-JOURNAL-FILE
                   AMD01-TEISEI-FILE
                   RSV01-YOYAKU-FILE
                   DSR01-CHOKUSO-FILE
                   SUA01-TSUCHI-FILE
                   MRU01-MARUME-FILE
                   SUS01-SUSPENSE-FILE
                   PRT44-CHOSEI-RPT
                   PRT97-SOUI-RPT
                   DEN01-KYOHI-FILE.
       *>
           IF   WRK-CAL-ARI   THEN
       *>
           MOVE   WRK-HOLD-COUNT   TO   MSG8-COUNT.
           DISPLAY   MS8-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   WRK-KAKAKU-HOLD-COUNT   TO   MSGC-COUNT.
           DISPLAY   MSC-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   WRK-IJO-HOLD-COUNT   TO   MSGD-COUNT.
           DISPLAY   MSD-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   WRK-KOHEI-COUNT   TO   MSGE-COUNT.
           DISPLAY   MSE-MESSAGE-AREA   UPON   CONSOLE.
       *>
           DISPLAY   MS1-MESSAGE-AREA   UPON   CONSOLE.

           MOVE   WRK-OUT-COUNT      TO   WRK-RECON-TOTAL.
           ADD    WRK-REJECT-COUNT   TO   WRK-RECON-TOTAL.
           ADD    WRK-HOLD-COUNT     TO   WRK-RECON-TOTAL.
           ADD    WRK-KAKAKU-HOLD-COUNT   TO   WRK-RECON-TOTAL.
           ADD    WRK-IJO-HOLD-COUNT      TO   WRK-RECON-TOTAL.
           ADD    WRK-RSV-COUNT      TO   WRK-RECON-TOTAL.
           ADD    WRK-SUSPENSE-COUNT TO   WRK-RECON-TOTAL.
           SUBTRACT   WRK-AMEND-SAGYO-COUNT   FROM   WRK-RECON-TOTAL.
                  GO   TO   MAIN-PROC-EXIT
             END-IF
       *>
       *>    商品登録が未完了（棚番・仕入先・分類・原価のいずれかが未整備）の
       *>    商品は引き当てずに例外へ回す
             IF   WRK-MASTER-FOUND
             AND  IN02-SETUP-MIKANRYO   THEN
                  MOVE   "SETUP-MIKANRYO"  TO   REJ01-ERROR-KUBUN
                  PERFORM   REJECT-FILE-WRITE-PROC
                  PERFORM   ZYUTYU-FILE-IN01-READ-PROC
                  GO   TO   MAIN-PROC-EXIT
             END-IF
       *>
       *>    顧客別販売制限の判定（禁止の明細は引き当てずに例外へ回し、
       *>    拒否明細ファイルへも書き出す）
             PERFORM   SEIGEN-HANTEI-PROC
       *>    与信限度額チェック（受注金額が限度額を超える場合は保留とする）
             PERFORM   YOSHIN-CHECK-PROC
       *>
       *>    価格下限チェック（適用単価が原価＋最低粗利を下回る場合は
       *>    価格承認待ちとして保留とする）
             PERFORM   KAKAKU-KAGEN-CHECK-PROC
       *>
       *>    異常数量チェック（顧客×商品の受注数量実績と比べ、桁違いなどの
       *>    異常な数量は営業の確認待ちとして保留とする）
             PERFORM   SURYO-IJO-CHECK-PROC
       *>
       *>    担当者コードの補完と担当地域マスタの責任担当者との相違チェック
       *>    （未入力・既定担当者は補完し、相違は担当者相違受注一覧へ）
             PERFORM   TANTO-CHIIKI-CHECK-PROC
       *>
       *>    担当者コードの実在チェック（担当者マスタ整備済みの場合のみ）
             PERFORM   TANTOSYA-KENSHO-PROC
       *>
       *>    公平配分の判定（指定商品の在庫が需要合計に満たない場合は
       *>    ファイル順ではなく需要比例で配分する）
             PERFORM   KOHEI-HAIBUN-CHECK-PROC
       *>
       *>    仕入先直送の判定（ヘッダの直送指定または直送品の商品）
             MOVE   SPACE   TO   WRK-CHOKUSO-SW
             IF   WRK-CUR-CHOKUSO   THEN
                  MOVE   "Y"   TO   WRK-CHOKUSO-SW
             END-IF
             IF   WRK-MASTER-FOUND
             AND  IN02-CHOKUSO-KUBUN   =   "1"   THEN
                  MOVE   "Y"   TO   WRK-CHOKUSO-SW
             END-IF
       *>
       *>  担当者コードが担当者マスタに無い場合は例外ファイルへ回す
             IF   WRK-TANTO-CNT   >   ZERO
             AND  NOT   WRK-TANTO-TOU   THEN
       *>          [入力]受注ファイルの読み込み
                PERFORM   ZYUTYU-FILE-IN01-READ-PROC
       *>
       *>  価格下限割れ（在庫は引き当てず価格保留ファイルへ回す）
             ELSE   IF   WRK-KAKAKU-HOLD   THEN
       *>
       *>          [出力]価格保留ファイルへの書き込み（最低粗利割れ）
                PERFORM   KAKAKU-HOLD-WRITE-PROC
       *>
       *>          [入力]受注ファイルの読み込み
                PERFORM   ZYUTYU-FILE-IN01-READ-PROC
       *>
       *>  異常数量（在庫は引き当てず異常数量保留ファイルへ回す）
             ELSE   IF   WRK-IJO-HOLD   THEN
       *>
       *>          [出力]異常数量保留ファイルへの書き込み
                PERFORM   IJO-HOLD-WRITE-PROC
       *>
       *>          [入力]受注ファイルの読み込み
                PERFORM   ZYUTYU-FILE-IN01-READ-PROC
       *>
       *>  仕入先直送の明細は在庫を引き当てず、直送発注要求を書き出す
             ELSE   IF   WRK-CHOKUSO-TAISHO   THEN
       *>
       *>          [出力]受注ファイル・直送発注要求ファイルへの書き込み
                PERFORM   CHOKUSO-SHUKKA-PROC
       *>
       *>          [入力]受注ファイルの読み込み
                PERFORM   ZYUTYU-FILE-IN01-READ-PROC
       *>
       *>  キット親商品はキット展開（構成商品単位の一括引き当て）へ回す
             ELSE   IF   WRK-KIT-OYA-MITUKE   THEN
       *>
       *>          [入力]受注ファイルの読み込み
                PERFORM   ZYUTYU-FILE-IN01-READ-PROC
       *>
       *>  公平配分対象（需要比例の配分数量を出荷し、不足分は欠品とする）
             ELSE   IF   WRK-KOHEI-HAIBUN   THEN
       *>
                PERFORM   KOHEI-HAIBUN-SHUKKA-PROC
       *>
       *>          [入力]受注ファイルの読み込み
                PERFORM   ZYUTYU-FILE-IN01-READ-PROC
       *>
       *>  在庫が注文数以上（キーが一致）
             ELSE   IF   KY1-TYUMON-SU   <=   KY2-ZAIKO-SU   THEN
       *>
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
       *>
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   SPACE   TO   WRK-CUR-YUSEN-KUBUN.
           MOVE   SPACE   TO   WRK-CUR-SHONIN-KUBUN.
           MOVE   SPACE   TO   WRK-CUR-KAKAKU-SHONIN-KUBUN.
           MOVE   SPACE   TO   WRK-CUR-SURYO-KAKUNIN-KUBUN.
           MOVE   SPACE   TO   WRK-CUR-CHOKUSO-KUBUN.
           MOVE   SPACE   TO   WRK-ZYUTYU-HEADER-SW.
           MOVE   SPACE   TO   WRK-DUPLICATE-SW.
       *>
                            WRK-SK-HIDUKE(WRK-SHUKKA-CNT)
                     MOVE   WRK-SK-ZIKAN(WRK-SHUKKA-IDX)           TO
                            WRK-SK-ZIKAN(WRK-SHUKKA-CNT)
                     MOVE   WRK-SK-NOHIN-SAKI(WRK-SHUKKA-IDX)      TO
                            WRK-SK-NOHIN-SAKI(WRK-SHUKKA-CNT)
                     MOVE   SPACE                  TO
                            WRK-SK-TORIKESHI-FLG(WRK-SHUKKA-CNT)
                END-IF
       *>  顧客・商品マスタの読み直し（氏名・住所・商品名の編集用）
           MOVE   WRK-SK-KOKYAKU-BANGOU(WRK-SHUKKA-IDX)   TO
                  WRK-CUR-KOKYAKU-BANGOU.
           MOVE   WRK-SK-NOHIN-SAKI(WRK-SHUKKA-IDX)       TO
                  WRK-CUR-NOHIN-SAKI.
           PERFORM   KOKYAKU-MASTER-KEY-READ-PROC.
           PERFORM   NOHIN-SAKI-SET-PROC.
       *>
           MOVE   WRK-SK-SHOHIN-CODE(WRK-SHUKKA-IDX)   TO
                  KY1-ZYUTYU-FILE(2:6).
           MOVE   IN01-BUSHO-CODE        TO   HLD01-BUSHO-CODE.
           MOVE   IN01-TANTOSYA-BANGOU   TO   HLD01-TANTOSYA-BANGOU.
           MOVE   WRK-CUR-KOKYAKU-BANGOU TO   HLD01-KOKYAKU-BANGOU.
           MOVE   WRK-CUR-NOHIN-SAKI     TO   HLD01-NOHIN-SAKI.
           MOVE   WRK-CUR-CHOKUSO-KUBUN  TO   HLD01-CHOKUSO-KUBUN.
           MOVE   WRK-CUR-KAKAKU-SHONIN-KUBUN
                                         TO   HLD01-KAKAKU-SHONIN-KUBUN.
           MOVE   WRK-CUR-SURYO-KAKUNIN-KUBUN
                                         TO   HLD01-SURYO-KAKUNIN-KUBUN.
       *>
       *>  保留金額も与信判定と同じ適用単価で計算する
           CALL   "KINGAKU_CALC01"   USING   IN01-TYUMON-SU
       *>
           EXIT.
       *>************************************************************************
       *>価格下限チェック処理
       *>  適用単価（数量別→契約→マスタ）が原価×（１００＋最低粗利率）／１００
       *>  を下回る場合は価格下限割れと判定する。原価ゼロの商品はチェック
       *>  対象外とし、価格解放（PRCREL01）承認済みの再投入（ヘッダの
       *>  価格承認区分"A"）は再度保留にならないようチェック対象外とする
       *>************************************************************************
       KAKAKU-KAGEN-CHECK-PROC       SECTION.
       *>
           MOVE   SPACE   TO   WRK-KAKAKU-HOLD-SW.
           MOVE   ZERO    TO   WRK-KAGEN-TANKA.
           MOVE   ZERO    TO   WRK-ARARI-RITSU.
       *>
           IF   NOT   WRK-MASTER-FOUND
           OR   WRK-CUR-KAKAKU-SHONIN
           OR   KY2-GENKA   =   ZERO   THEN
                GO   TO   KAKAKU-KAGEN-CHECK-PROC-EXIT
           END-IF.
       *>
           MOVE      IN01-TYUMON-SU   TO   WRK-SHUKKA-SU.
           PERFORM   TEKIYO-TANKA-KETTEI-PROC.
       *>
       *>  商品分類の最低粗利率の取得
           PERFORM   ARARI-RITSU-SANSHO-PROC.
       *>
           COMPUTE   WRK-KAGEN-TANKA   ROUNDED   =
                     KY2-GENKA   *   ( 100   +   WRK-ARARI-RITSU )
                                 /   100.
       *>
           IF   WRK-TEKIYO-TANKA   <   WRK-KAGEN-TANKA   THEN
                MOVE   "Y"   TO   WRK-KAKAKU-HOLD-SW
           END-IF.
       *>
       KAKAKU-KAGEN-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>最低粗利率の参照処理
       *>  分類コードで保持テーブルを検索し、無ければ共通実行パラメータ
       *>  （"ARARI-"＋分類コード）から取得してテーブルへ追加する
       *>************************************************************************
       ARARI-RITSU-SANSHO-PROC       SECTION.
       *>
           MOVE   SPACE   TO   WRK-ARARI-MITUKE-SW.
       *>
           PERFORM   ARARI-TBL-CHECK-PROC
                    VARYING   WRK-ARARI-IDX   FROM   1   BY   1
                    UNTIL   WRK-ARARI-IDX   >   WRK-ARARI-CNT
                    OR      WRK-ARARI-MITUKE.
       *>
           IF   WRK-ARARI-MITUKE   THEN
                GO   TO   ARARI-RITSU-SANSHO-PROC-EXIT
           END-IF.
       *>
       *>  分類別の指定が無ければ全分類共通の最低粗利率とする
           MOVE   WRK-ARARI-ALL   TO   WRK-ARARI-RITSU.
       *>
           MOVE   SPACE           TO   WRK-PRM-PARM-MEI.
           STRING   "ARARI-"          DELIMITED   BY   SIZE
                    KY2-BUNRUI-CODE   DELIMITED   BY   SIZE
                    INTO   WRK-PRM-PARM-MEI
           END-STRING.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-ARARI-RITSU
           END-IF.
       *>
           IF   WRK-ARARI-CNT   <   99   THEN
                ADD    1                 TO   WRK-ARARI-CNT
                MOVE   KY2-BUNRUI-CODE   TO
                       WRK-ARARI-BUNRUI(WRK-ARARI-CNT)
                MOVE   WRK-ARARI-RITSU   TO
                       WRK-ARARI-TBL-RITSU(WRK-ARARI-CNT)
           END-IF.
       *>
       ARARI-RITSU-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>最低粗利率テーブルの突合チェック（１件分）
       *>************************************************************************
       ARARI-TBL-CHECK-PROC          SECTION.
       *>
           IF   WRK-ARARI-BUNRUI(WRK-ARARI-IDX)   =   KY2-BUNRUI-CODE
           THEN
                MOVE   "Y"   TO   WRK-ARARI-MITUKE-SW
                MOVE   WRK-ARARI-TBL-RITSU(WRK-ARARI-IDX)
                             TO   WRK-ARARI-RITSU
           END-IF.
       *>
       ARARI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>[出力]価格保留ファイルの編集・書き込み処理（最低粗利割れ）
       *>  在庫は引き当てず、価格担当の承認・否認（PRCREL01）へ回す
       *>************************************************************************
       KAKAKU-HOLD-WRITE-PROC        SECTION.
       *>
           MOVE   SPACE                  TO   KHL01-RECODE.
           MOVE   IN01-MISEBAN           TO   KHL01-MISEBAN.
           MOVE   IN01-TYUMON-BANGOU     TO   KHL01-TYUMON-BANGOU.
           MOVE   IN01-BUNRUI-CODE       TO   KHL01-BUNRUI-CODE.
           MOVE   IN01-SHOHIN-NO         TO   KHL01-SHOHIN-NO.
           MOVE   IN01-TYUMON-SU         TO   KHL01-TYUMON-SU.
           MOVE   IN01-HIDUKE            TO   KHL01-HIDUKE.
           MOVE   IN01-ZIKAN             TO   KHL01-ZIKAN.
           MOVE   IN01-BUSHO-CODE        TO   KHL01-BUSHO-CODE.
           MOVE   IN01-TANTOSYA-BANGOU   TO   KHL01-TANTOSYA-BANGOU.
           MOVE   WRK-CUR-KOKYAKU-BANGOU TO   KHL01-KOKYAKU-BANGOU.
           MOVE   WRK-TEKIYO-TANKA       TO   KHL01-TEKIYO-TANKA.
           MOVE   WRK-TANKA-KUBUN        TO   KHL01-TANKA-KUBUN.
           MOVE   KY2-GENKA              TO   KHL01-GENKA.
           MOVE   WRK-KAGEN-TANKA        TO   KHL01-KAGEN-TANKA.
           MOVE   WRK-ARARI-RITSU        TO   KHL01-ARARI-RITSU.
           MOVE   WRK-CUR-NOHIN-SAKI     TO   KHL01-NOHIN-SAKI.
           MOVE   WRK-CUR-SHONIN-KUBUN   TO   KHL01-SHONIN-KUBUN.
           MOVE   WRK-CUR-CHOKUSO-KUBUN  TO   KHL01-CHOKUSO-KUBUN.
           MOVE   WRK-CUR-SURYO-KAKUNIN-KUBUN
                                       TO   KHL01-SURYO-KAKUNIN-KUBUN.
       *>
           WRITE  KHL01-RECODE.
       *>
       *>  書き込み件数のカウント
           ADD    1                      TO   WRK-KAKAKU-HOLD-COUNT.
       *>
       KAKAKU-HOLD-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>異常数量チェック処理
       *>  顧客×商品の受注数量実績（QTYHIS01が直近の月末アーカイブから集計）
       *>  を検索し、受注数量が実績の最大数量を超え、かつ平均数量×倍率を
       *>  超える場合は異常数量と判定する。実績が無い・受注回数が最低回数に
       *>  満たない組み合わせは判定しない。異常数量解放（QTYREL01）で確認・
       *>  訂正済みの再投入（ヘッダの数量確認区分"A"）はチェック対象外とする
       *>************************************************************************
       SURYO-IJO-CHECK-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-IJO-HOLD-SW.
       *>
           IF   NOT   WRK-MASTER-FOUND
           OR   WRK-CUR-SURYO-KAKUNIN
           OR   WRK-QHS-CNT      =    ZERO
           OR   IN01-TYUMON-SU   <=   ZERO   THEN
                GO   TO   SURYO-IJO-CHECK-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-QHS-SAGASHI-KEY.
           STRING   WRK-CUR-KOKYAKU-BANGOU   DELIMITED   BY   SIZE
                    KY2-BUNRUI-CODE          DELIMITED   BY   SIZE
                    KY2-SHOHIN-NO            DELIMITED   BY   SIZE
                    INTO   WRK-QHS-SAGASHI-KEY
           END-STRING.
       *>
           MOVE   SPACE   TO   WRK-QHS-MITUKE-SW.
           MOVE   ZERO    TO   WRK-QHS-HIT-IDX.
           PERFORM   QHS-TBL-CHECK-PROC
                    VARYING   WRK-QHS-IDX   FROM   1   BY   1
                    UNTIL   WRK-QHS-IDX   >   WRK-QHS-CNT
                    OR      WRK-QHS-MITUKE.
       *>
           IF   NOT   WRK-QHS-MITUKE
           OR   WRK-QHS-KENSU(WRK-QHS-HIT-IDX)   <
                WRK-IJO-SAITEI-KENSU   THEN
                GO   TO   SURYO-IJO-CHECK-PROC-EXIT
           END-IF.
       *>
           COMPUTE   WRK-IJO-KIJUN-SU   =
                     WRK-QHS-HEIKIN-SU(WRK-QHS-HIT-IDX)
                     *   WRK-IJO-BAIRITSU.
       *>
           IF   IN01-TYUMON-SU   >   WRK-QHS-SAIDAI-SU(WRK-QHS-HIT-IDX)
           AND  IN01-TYUMON-SU   >   WRK-IJO-KIJUN-SU   THEN
                MOVE   "Y"   TO   WRK-IJO-HOLD-SW
           END-IF.
       *>
       SURYO-IJO-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>数量実績テーブルの突合チェック（１件分）
       *>************************************************************************
       QHS-TBL-CHECK-PROC            SECTION.
       *>
           IF   WRK-QHS-KEY(WRK-QHS-IDX)   =   WRK-QHS-SAGASHI-KEY
           THEN
                MOVE   "Y"           TO   WRK-QHS-MITUKE-SW
                MOVE   WRK-QHS-IDX   TO   WRK-QHS-HIT-IDX
           END-IF.
       *>
       QHS-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>[出力]異常数量保留ファイルの編集・書き込み処理
       *>  在庫は引き当てず、異常数量一覧表（QTYRPT01）で営業が確認し、
       *>  確認・訂正・否認の判定を異常数量解放（QTYREL01）で反映する
       *>************************************************************************
       IJO-HOLD-WRITE-PROC           SECTION.
       *>
           MOVE   SPACE                  TO   QHL01-RECODE.
           MOVE   IN01-MISEBAN           TO   QHL01-MISEBAN.
           MOVE   IN01-TYUMON-BANGOU     TO   QHL01-TYUMON-BANGOU.
           MOVE   IN01-BUNRUI-CODE       TO   QHL01-BUNRUI-CODE.
           MOVE   IN01-SHOHIN-NO         TO   QHL01-SHOHIN-NO.
           MOVE   IN01-TYUMON-SU         TO   QHL01-TYUMON-SU.
           MOVE   IN01-HIDUKE            TO   QHL01-HIDUKE.
           MOVE   IN01-ZIKAN             TO   QHL01-ZIKAN.
           MOVE   IN01-BUSHO-CODE        TO   QHL01-BUSHO-CODE.
           MOVE   IN01-TANTOSYA-BANGOU   TO   QHL01-TANTOSYA-BANGOU.
           MOVE   WRK-CUR-KOKYAKU-BANGOU TO   QHL01-KOKYAKU-BANGOU.
           MOVE   WRK-QHS-HEIKIN-SU(WRK-QHS-HIT-IDX)
                                         TO   QHL01-HEIKIN-SU.
           MOVE   WRK-QHS-SAIDAI-SU(WRK-QHS-HIT-IDX)
                                         TO   QHL01-SAIDAI-SU.
           MOVE   WRK-QHS-KENSU(WRK-QHS-HIT-IDX)
                                         TO   QHL01-KENSU.
           MOVE   WRK-IJO-BAIRITSU       TO   QHL01-BAIRITSU.
           MOVE   "IJO-SURYO"            TO   QHL01-HOLD-RIYU.
           MOVE   WRK-CUR-NOHIN-SAKI     TO   QHL01-NOHIN-SAKI.
           MOVE   WRK-CUR-SHONIN-KUBUN   TO   QHL01-SHONIN-KUBUN.
           MOVE   WRK-CUR-CHOKUSO-KUBUN  TO   QHL01-CHOKUSO-KUBUN.
           MOVE   WRK-CUR-KAKAKU-SHONIN-KUBUN
                                         TO   QHL01-KAKAKU-SHONIN-KUBUN.
       *>
           WRITE  QHL01-RECODE.
       *>
       *>  書き込み件数のカウント
           ADD    1                      TO   WRK-IJO-HOLD-COUNT.
       *>
       IJO-HOLD-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>顧客別商品別数量実績ファイルの一括読み込み
       *>  （ファイルが無い場合は実績なしとして異常数量チェックを行わない）
       *>************************************************************************
       SURYO-JISSEKI-LOAD-PROC         SECTION.
       *>
           MOVE   ZERO   TO   WRK-QHS-CNT.
       *>
           OPEN   INPUT   QHS01-JISSEKI-FILE.
       *>
           IF   QHS-FILE-STATUS   =   "00"   THEN
                MOVE   SPACE   TO   WRK-AT-END
                PERFORM   SURYO-JISSEKI-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   QHS01-JISSEKI-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       SURYO-JISSEKI-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>顧客別商品別数量実績ファイルの読み込み（１件分、テーブルへ追加）
       *>************************************************************************
       SURYO-JISSEKI-READ-PROC         SECTION.
       *>
           READ QHS01-JISSEKI-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-QHS-CNT   <   CST-MAX-QHS-KENSU  THEN
                          ADD   1   TO   WRK-QHS-CNT
                          STRING
                             QHS01-KOKYAKU-BANGOU  DELIMITED  BY  SIZE
                             QHS01-SHOHIN-CODE     DELIMITED  BY  SIZE
                             INTO  WRK-QHS-KEY(WRK-QHS-CNT)
                          END-STRING
                          MOVE   QHS01-KENSU       TO
                              WRK-QHS-KENSU(WRK-QHS-CNT)
                          MOVE   QHS01-HEIKIN-SU   TO
                              WRK-QHS-HEIKIN-SU(WRK-QHS-CNT)
                          MOVE   QHS01-SAIDAI-SU   TO
                              WRK-QHS-SAIDAI-SU(WRK-QHS-CNT)
                     END-IF
           END-READ.
       *>
       SURYO-JISSEKI-READ-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>公平配分の判定処理
       *>  ２パス目（通常受注）の公平配分対象商品について、最初に引き当てる
       *>  明細の時点で配分可能在庫（優先受注引き当て後の在庫）と需要合計を
       *>  記録し、在庫が需要合計に満たない場合は配分実施とする。
       *>  配分実施中の商品の明細は公平配分スイッチを立てる
       *>************************************************************************
       KOHEI-HAIBUN-CHECK-PROC         SECTION.
       *>
           MOVE   SPACE   TO   WRK-KOHEI-HAIBUN-SW.
       *>
           IF   WRK-KOHEI-CNT    =    ZERO
           OR   NOT   WRK-PASS-IPPAN
           OR   NOT   WRK-MASTER-FOUND
           OR   IN01-TYUMON-SU   <=   ZERO   THEN
                GO   TO   KOHEI-HAIBUN-CHECK-PROC-EXIT
           END-IF.
       *>
           MOVE   KY1-ZYUTYU-FILE(2:6)   TO   WRK-KOHEI-SAGASHI.
           PERFORM   KOHEI-TBL-SANSHO-PROC.
           IF   NOT   WRK-KOHEI-MITUKE   THEN
                GO   TO   KOHEI-HAIBUN-CHECK-PROC-EXIT
           END-IF.
       *>
       *>  商品ごとの最初の明細で配分可能在庫と残需要を確定する
           IF   WRK-KOHEI-JOTAI(WRK-KOHEI-HIT-IDX)   =   SPACE   THEN
                MOVE   KY2-ZAIKO-SU   TO
                       WRK-KOHEI-KIJUN-ZAIKO(WRK-KOHEI-HIT-IDX)
                       WRK-KOHEI-ZAN-ZAIKO(WRK-KOHEI-HIT-IDX)
                MOVE   WRK-KOHEI-JUYO-SU(WRK-KOHEI-HIT-IDX)   TO
                       WRK-KOHEI-ZAN-JUYO(WRK-KOHEI-HIT-IDX)
                IF   KY2-ZAIKO-SU   <
                     WRK-KOHEI-JUYO-SU(WRK-KOHEI-HIT-IDX)   THEN
                     MOVE   "Y"   TO
                            WRK-KOHEI-JOTAI(WRK-KOHEI-HIT-IDX)
                ELSE
                     MOVE   "N"   TO
                            WRK-KOHEI-JOTAI(WRK-KOHEI-HIT-IDX)
                END-IF
           END-IF.
       *>
           IF   WRK-KOHEI-JOTAI(WRK-KOHEI-HIT-IDX)   =   "Y"   THEN
                MOVE   "Y"   TO   WRK-KOHEI-HAIBUN-SW
           END-IF.
       *>
       KOHEI-HAIBUN-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>公平配分テーブルの検索（WRK-KOHEI-SAGASHIの商品コードで検索する）
       *>************************************************************************
       KOHEI-TBL-SANSHO-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-KOHEI-MITUKE-SW.
           MOVE   ZERO    TO   WRK-KOHEI-HIT-IDX.
       *>
           PERFORM   KOHEI-TBL-CHECK-PROC
                    VARYING   WRK-KOHEI-IDX   FROM   1   BY   1
                    UNTIL   WRK-KOHEI-IDX   >   WRK-KOHEI-CNT
                    OR      WRK-KOHEI-MITUKE.
       *>
       KOHEI-TBL-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>公平配分テーブルの突合チェック（１件分）
       *>************************************************************************
       KOHEI-TBL-CHECK-PROC            SECTION.
       *>
           IF   WRK-KOHEI-SHOHIN(WRK-KOHEI-IDX)   =   WRK-KOHEI-SAGASHI
           THEN
                MOVE   "Y"             TO   WRK-KOHEI-MITUKE-SW
                MOVE   WRK-KOHEI-IDX   TO   WRK-KOHEI-HIT-IDX
           END-IF.
       *>
       KOHEI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>公平配分による出荷処理
       *>  配分数量＝残在庫×元注文数量÷残需要（端数切り捨て）を、ケース
       *>  入数の倍数へ切り捨てる（注文数量・現在庫数を上限とする）。
       *>  配分した分だけ残在庫・残需要を減らすため、切り捨てた端数は後続の
       *>  明細の配分へ回る。配分数量が注文数量に満たない不足分は欠品受注
       *>  ファイルへ書き込み、配分がゼロの明細は在庫不足の例外とする
       *>************************************************************************
       KOHEI-HAIBUN-SHUKKA-PROC        SECTION.
       *>
       *>  配分数量の計算
           IF   WRK-KOHEI-ZAN-JUYO(WRK-KOHEI-HIT-IDX)   >   ZERO   THEN
                COMPUTE   WRK-KOHEI-HAIBUN-SU   =
                          WRK-KOHEI-ZAN-ZAIKO(WRK-KOHEI-HIT-IDX)
                          *   WRK-GENTYUMON-SU
                          /   WRK-KOHEI-ZAN-JUYO(WRK-KOHEI-HIT-IDX)
           ELSE
                MOVE   WRK-KOHEI-ZAN-ZAIKO(WRK-KOHEI-HIT-IDX)   TO
                       WRK-KOHEI-HAIBUN-SU
           END-IF.
       *>
       *>  ケース入数の倍数への切り捨て
           IF   IN02-CASE-IRISU   >   ZERO   THEN
                DIVIDE   WRK-KOHEI-HAIBUN-SU   BY   IN02-CASE-IRISU
                     GIVING   WRK-KOHEI-CASE-SHO
                COMPUTE   WRK-KOHEI-HAIBUN-SU   =
                          WRK-KOHEI-CASE-SHO   *   IN02-CASE-IRISU
           END-IF.
       *>
       *>  上限（注文数量・残在庫・現在庫数）の適用
           IF   WRK-KOHEI-HAIBUN-SU   >   IN01-TYUMON-SU   THEN
                MOVE   IN01-TYUMON-SU   TO   WRK-KOHEI-HAIBUN-SU
           END-IF.
           IF   WRK-KOHEI-HAIBUN-SU   >
                WRK-KOHEI-ZAN-ZAIKO(WRK-KOHEI-HIT-IDX)   THEN
                MOVE   WRK-KOHEI-ZAN-ZAIKO(WRK-KOHEI-HIT-IDX)   TO
                       WRK-KOHEI-HAIBUN-SU
           END-IF.
           IF   WRK-KOHEI-HAIBUN-SU   >   KY2-ZAIKO-SU   THEN
                MOVE   KY2-ZAIKO-SU   TO   WRK-KOHEI-HAIBUN-SU
           END-IF.
       *>
       *>  残在庫・残需要の更新
           SUBTRACT   WRK-KOHEI-HAIBUN-SU   FROM
                      WRK-KOHEI-ZAN-ZAIKO(WRK-KOHEI-HIT-IDX).
           IF   WRK-KOHEI-ZAN-JUYO(WRK-KOHEI-HIT-IDX)   >
                WRK-GENTYUMON-SU   THEN
                SUBTRACT   WRK-GENTYUMON-SU   FROM
                           WRK-KOHEI-ZAN-JUYO(WRK-KOHEI-HIT-IDX)
           ELSE
                MOVE   ZERO   TO   WRK-KOHEI-ZAN-JUYO(WRK-KOHEI-HIT-IDX)
           END-IF.
       *>
       *>  [出力]公平配分結果ファイルへの書き込み
           PERFORM   KOHEI-KEKKA-WRITE-PROC.
       *>
       *>  商品名を一時（退避）領域へ待避
           MOVE   IN02-SHOHIN-MI     TO   WRK-SHOHIN-MEI.
       *>
       *>  配分数量が注文数量を満たす場合は全量出荷
           IF   WRK-KOHEI-HAIBUN-SU   >=   IN01-TYUMON-SU   THEN
                MOVE   IN01-TYUMON-SU   TO   WRK-SHUKKA-SU
                PERFORM   ZYUTYU-FILE-0UT01-WRITE-PROC
                PERFORM   SHOHIN-MASTER-UPDATE-PROC
                GO   TO   KOHEI-HAIBUN-SHUKKA-PROC-EXIT
           END-IF.
       *>
       *>  配分数量のみ出荷し、不足分を欠品受注とする
           IF   WRK-KOHEI-HAIBUN-SU   >   ZERO   THEN
                MOVE       WRK-KOHEI-HAIBUN-SU   TO   WRK-SHUKKA-SU
                COMPUTE    WRK-BO-TYUMON-SU   =
                           IN01-TYUMON-SU   -   WRK-KOHEI-HAIBUN-SU
                PERFORM   ZYUTYU-FILE-0UT01-WRITE-PROC
                PERFORM   SHOHIN-MASTER-UPDATE-PROC
                PERFORM   BACKORDER-FILE-WRITE-PROC
                GO   TO   KOHEI-HAIBUN-SHUKKA-PROC-EXIT
           END-IF.
       *>
       *>  配分ゼロの明細は全量を欠品受注とし、在庫不足の例外とする
           MOVE   IN01-TYUMON-SU    TO   WRK-BO-TYUMON-SU.
           PERFORM   BACKORDER-FILE-WRITE-PROC.
           MOVE   "ZAIKO-BUSOKU"    TO   REJ01-ERROR-KUBUN.
           PERFORM   REJECT-FILE-WRITE-PROC.
       *>
       KOHEI-HAIBUN-SHUKKA-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>[出力]公平配分結果ファイルの編集・書き込み処理（１明細分）
       *>************************************************************************
       KOHEI-KEKKA-WRITE-PROC          SECTION.
       *>
           MOVE   SPACE                    TO   FSR01-RECODE.
           MOVE   KY1-BUNRUI-CODE          TO   FSR01-BUNRUI-CODE.
           MOVE   KY1-SHOHIN-NO            TO   FSR01-SHOHIN-NO.
           MOVE   IN01-MISEBAN             TO   FSR01-MISEBAN.
           MOVE   IN01-TYUMON-BANGOU       TO   FSR01-TYUMON-BANGOU.
           MOVE   WRK-CUR-KOKYAKU-BANGOU   TO   FSR01-KOKYAKU-BANGOU.
           MOVE   IN01-TYUMON-SU           TO   FSR01-JUYO-SU.
           MOVE   WRK-KOHEI-HAIBUN-SU      TO   FSR01-HAIBUN-SU.
           COMPUTE   FSR01-KETSUHIN-SU   =
                     IN01-TYUMON-SU   -   WRK-KOHEI-HAIBUN-SU.
           MOVE   WRK-KOHEI-JUYO-SU(WRK-KOHEI-HIT-IDX)       TO
                  FSR01-SOU-JUYO-SU.
           MOVE   WRK-KOHEI-KIJUN-ZAIKO(WRK-KOHEI-HIT-IDX)   TO
                  FSR01-KIJUN-ZAIKO-SU.
           MOVE   IN02-SHOHIN-MI           TO   FSR01-SHOHIN-MEI.
           MOVE   WRK-RUN-DATE             TO   FSR01-RUN-DATE.
           WRITE  FSR01-RECODE.
       *>
           ADD    1                        TO   WRK-KOHEI-COUNT.
       *>
       KOHEI-KEKKA-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>公平配分指定ファイルの一括読み込み（当日有効な指定をテーブルへ格納）
       *>  指定ファイルが無い場合は指定なしとして処理する
       *>************************************************************************
       KOHEI-SHITEI-LOAD-PROC          SECTION.
       *>
           MOVE   ZERO   TO   WRK-KOHEI-CNT.
       *>
           OPEN   INPUT   FSD01-KOHEI-SHITEI.
       *>
           IF   FSD-FILE-STATUS   =   "00"   THEN
                MOVE   SPACE   TO   WRK-AT-END
                PERFORM   KOHEI-SHITEI-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   FSD01-KOHEI-SHITEI
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       KOHEI-SHITEI-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>公平配分指定ファイルの読み込み（１件分、当日有効な指定を追加）
       *>************************************************************************
       KOHEI-SHITEI-READ-PROC          SECTION.
       *>
           READ FSD01-KOHEI-SHITEI
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF  ( FSD01-TEKIYO-BI   =   ZERO
                        OR FSD01-TEKIYO-BI   =   WRK-RUN-DATE )
                     AND   WRK-KOHEI-CNT   <   CST-MAX-KOHEI-KENSU  THEN
                          MOVE   FSD01-SHOHIN-CODE   TO
                                 WRK-KOHEI-SAGASHI
                          PERFORM   KOHEI-TBL-SANSHO-PROC
                          IF   NOT   WRK-KOHEI-MITUKE   THEN
                               PERFORM   KOHEI-TBL-TSUIKA-PROC
                          END-IF
                     END-IF
           END-READ.
       *>
       KOHEI-SHITEI-READ-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>公平配分テーブルへの商品の追加（WRK-KOHEI-SAGASHIの商品コード）
       *>************************************************************************
       KOHEI-TBL-TSUIKA-PROC           SECTION.
       *>
           ADD    1                   TO   WRK-KOHEI-CNT.
           MOVE   WRK-KOHEI-SAGASHI   TO
                  WRK-KOHEI-SHOHIN(WRK-KOHEI-CNT).
           MOVE   ZERO    TO   WRK-KOHEI-JUYO-SU(WRK-KOHEI-CNT).
           MOVE   ZERO    TO   WRK-KOHEI-KIJUN-ZAIKO(WRK-KOHEI-CNT).
           MOVE   ZERO    TO   WRK-KOHEI-ZAN-JUYO(WRK-KOHEI-CNT).
           MOVE   ZERO    TO   WRK-KOHEI-ZAN-ZAIKO(WRK-KOHEI-CNT).
           MOVE   SPACE   TO   WRK-KOHEI-JOTAI(WRK-KOHEI-CNT).
           MOVE   "Y"             TO   WRK-KOHEI-MITUKE-SW.
           MOVE   WRK-KOHEI-CNT   TO   WRK-KOHEI-HIT-IDX.
       *>
       KOHEI-TBL-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>公平配分対象商品の需要合計の集計処理
       *>  受注ファイルを先読みし、対象日時範囲内の通常受注（優先区分"1"
       *>  以外）の明細の元注文数量を、代替解決後の商品ごとに合計する。
       *>  予約受注となる先日付の明細は含めない。全商品公平配分の日は
       *>  現れた商品をすべてテーブルへ追加する。
       *>  集計後は受注ファイルを開き直し、本来の引き当てを先頭から行う
       *>************************************************************************
       KOHEI-JUYO-SHUKEI-PROC          SECTION.
       *>
           IF   WRK-KOHEI-CNT   =   ZERO
           AND  NOT   WRK-KOHEI-ALL   THEN
                GO   TO   KOHEI-JUYO-SHUKEI-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-KOHEI-YUSEN-KUBUN.
           MOVE   SPACE   TO   WRK-AT-END.
           PERFORM   KOHEI-JUYO-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   IN01-ZYUTYU-FILE.
           OPEN    INPUT   IN01-ZYUTYU-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       KOHEI-JUYO-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>公平配分用の受注ファイルの先読み（１レコード分）
       *>************************************************************************
       KOHEI-JUYO-READ-PROC            SECTION.
       *>
           READ IN01-ZYUTYU-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
                     GO   TO   KOHEI-JUYO-READ-PROC-EXIT
           END-READ.
       *>
       *>  ヘッダは優先区分のみ退避する
           IF   IN01-HEADER-REC   THEN
                MOVE   IN01-HD-YUSEN-KUBUN   TO   WRK-KOHEI-YUSEN-KUBUN
                GO   TO   KOHEI-JUYO-READ-PROC-EXIT
           END-IF.
       *>
           IF   NOT   IN01-DETAIL-REC
           OR   WRK-KOHEI-YUSEN-KUBUN   =   "1"
           OR   IN01-TYUMON-SU   <=   ZERO
           OR   IN01-HIDUKE      >    WRK-YOYAKU-KIJUN-BI   THEN
                GO   TO   KOHEI-JUYO-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   IN01-HIDUKE   TO   WRK-KOHEI-NICHIZI(1:8).
           MOVE   IN01-ZIKAN    TO   WRK-KOHEI-NICHIZI(9:4).
           IF   WRK-KOHEI-NICHIZI   <   WRK-KIKAN-FROM
           OR   WRK-KOHEI-NICHIZI   >   WRK-KIKAN-TO   THEN
                GO   TO   KOHEI-JUYO-READ-PROC-EXIT
           END-IF.
       *>
       *>  代替解決後の商品コードで需要を合計する（完全廃番は対象外）
           PERFORM   DAITAI-KAIKETSU-PROC.
           IF   WRK-HAIBAN-STOP   THEN
                GO   TO   KOHEI-JUYO-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-DAITAI-GO   TO   WRK-KOHEI-SAGASHI.
           PERFORM   KOHEI-TBL-SANSHO-PROC.
           IF   NOT   WRK-KOHEI-MITUKE
           AND  WRK-KOHEI-ALL
           AND  WRK-KOHEI-CNT   <   CST-MAX-KOHEI-KENSU   THEN
                PERFORM   KOHEI-TBL-TSUIKA-PROC
           END-IF.
       *>
           IF   WRK-KOHEI-MITUKE   THEN
                ADD   IN01-TYUMON-SU   TO
                      WRK-KOHEI-JUYO-SU(WRK-KOHEI-HIT-IDX)
           END-IF.
       *>
       KOHEI-JUYO-READ-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>分割出荷処理（在庫分を先行出荷し、不足分のみ欠品受注とする）
       *>************************************************************************
       BUNKATSU-SHUKKA-PROC          SECTION.
       *>
       *>  商品名を一時（退避）領域へ待避
           MOVE   IN02-SHOHIN-MI     TO   WRK-SHOHIN-MEI.
       *>
       *>  出荷数量＝現在庫数、欠品残数量＝注文数－現在庫数
           MOVE       KY2-ZAIKO-SU       TO     WRK-SHUKKA-SU.
           COMPUTE    WRK-BO-TYUMON-SU   =
                      IN01-TYUMON-SU     -      KY2-ZAIKO-SU.
       *>
       *>  [出力]受注ファイルの編集と出力（在庫分のみ・金額は出荷分で再計算）
           PERFORM   ZYUTYU-FILE-0UT01-WRITE-PROC.
       *>
       *>  商品マスタの在庫数の更新（出荷分を反映し在庫ゼロとなる）
           PERFORM   SHOHIN-MASTER-UPDATE-PROC.
       *>
       *>  [出力]欠品（在庫不足）受注ファイルへの書き込み（不足分のみ）
           PERFORM   BACKORDER-FILE-WRITE-PROC.
       *>
       BUNKATSU-SHUKKA-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>[出力]受注ファイルの編集・書き込み処理
       *>  （出荷数量はWRK-SHUKKA-SUにセット済みであること。
       *>    分割出荷時は注文数量ではなく在庫分のみの数量となる）
       *>************************************************************************
       ZYUTYU-FILE-0UT01-WRITE-PROC     SECTION.
       *>
       *>  受注番号の書き込み
           MOVE   IN01-MISEBAN           TO   OT01-MISEBAN.
           MOVE   IN01-TYUMON-BANGOU     TO   OT01-TYUMON-BANGOU.
       *>
       *>  商品情報の書き込み（代替解決後の商品コード。代替出荷時は
       *>  元（旧）商品コードも刻印し、店舗向けの代替通知を書き出す）
           MOVE   KY1-BUNRUI-CODE        TO   OT01-SHOHIN-CODE.
           MOVE   KY1-SHOHIN-NO          TO   OT01-SHOHIN-NO.
           MOVE   WRK-KYU-SHOHIN         TO   OT01-KYU-SHOHIN-CODE.
           IF   WRK-KYU-SHOHIN   NOT =   SPACE   THEN
                PERFORM   DAITAI-TSUCHI-WRITE-PROC
           END-IF.
       *>
       *>  丸め前の元注文数量の書き込み（請求は出荷数量で行う）
           MOVE   WRK-GENTYUMON-SU       TO   OT01-GENTYUMON-SU.
       *>
       *>  注文情報の書き込み（数量は出荷数量をセット）
           MOVE   WRK-SHUKKA-SU          TO   OT01-TYUMON-SU.
           MOVE   IN01-HIDUKE            TO   OT01-HIDUKE.
           MOVE   IN01-ZIKAN             TO   OT01-ZIKAN.
           MOVE   IN01-BUSHO-CODE        TO   OT01-BUSHO-CODE.
           MOVE   IN01-TANTOSYA-BANGOU   TO   OT01-TANTOSYA-BANGOU.
       *>
       *>  商品名は一時領域の内容セット
           MOVE   WRK-SHOHIN-MEI         TO   OT02-SHOHIN-MI.
       *>
       *>  顧客番号・顧客名・届け先住所の書き込み（直近のヘッダレコードより引き継ぐ）
           MOVE   WRK-CUR-KOKYAKU-BANGOU TO   OT01-KOKYAKU-BANGOU.
           MOVE   WRK-CUR-KOKYAKU-MEI    TO   OT01-KOKYAKU-MEI.
           MOVE   WRK-CUR-KOKYAKU-ZYUSHO TO   OT01-KOKYAKU-ZYUSHO.
       *>
       *>  優先区分の書き込み（直近のヘッダレコードより引き継ぐ）
           MOVE   WRK-CUR-YUSEN-KUBUN    TO   OT01-YUSEN-KUBUN.
       *>
       *>  キット区分・親商品コードのクリア（通常行）
           MOVE   SPACE                  TO   OT01-KIT-KUBUN.
           MOVE   SPACE                  TO   OT01-KIT-OYA-CODE.
       *>
       *>  出荷倉庫の決定と書き込み（優先倉庫→もう一方の倉庫の順に、
       *>  出荷数量を単独で満たせる倉庫を選ぶ）
           MOVE   WRK-SHUKKA-SU          TO   WRK-SOUKO-HANTEI-SU.
           PERFORM   SOUKO-KETTEI-PROC.
           MOVE   WRK-IDO-SOUKO          TO   OT01-SOUKO-CODE.
       *>
       *>  出荷ロットの決定と書き込み（有効期限の最も古いロット）
           PERFORM   LOT-KETTEI-PROC.
           MOVE   WRK-IDO-LOT            TO   OT01-LOT-NO.
       *>
       *>  適用単価の決定（数量別単価→契約単価→マスタ単価の順に適用する）
           PERFORM   TEKIYO-TANKA-KETTEI-PROC.
       *>
       *>  単価・金額の書き込み（金額は出荷数量分×適用単価で計算）
           MOVE   WRK-TEKIYO-TANKA       TO   OT01-TANKA.
           MOVE   WRK-TANKA-KUBUN        TO   OT01-TANKA-KUBUN.
           CALL   "KINGAKU_CALC01"   USING   WRK-SHUKKA-SU
                                              WRK-TEKIYO-TANKA
                                              OT01-KINGAKU.
       *>
       *>  約束出荷日の書き込み（受注日から標準納期営業日数を進めた日付）
           MOVE   CST-SHUKKA-EIGYOU-SU   TO   WRK-NOUKI-NISSU.
           PERFORM   YAKUSOKU-BI-KEISAN-PROC.
           MOVE   WRK-YAKUSOKU-BI        TO   OT01-YAKUSOKU-BI.
       *>
       *>  仕入原価の書き込み（粗利レポート用にマスタより引き継ぐ）
           MOVE   KY2-GENKA              TO   OT01-GENKA.
       *>
       *>  郵便番号の書き込み（出荷ラベル用に顧客マスタより引き継ぐ）
           MOVE   WRK-CUR-YUBIN-BANGOU   TO   OT01-YUBIN-BANGOU.
       *>
       *>  出荷した数量分、商品マスタの在庫数を減算
           SUBTRACT   WRK-SHUKKA-SU       FROM   KY2-ZAIKO-SU.
       *>
       *>  出力ファイルへ書き込む
           WRITE OT01-RECODE.
       *>
       *>  書き込み件数のカウント
           ADD   1                       TO   WRK-OUT-COUNT.
       *>
       *>  注文数量の累計
           ADD   WRK-SHUKKA-SU           TO   WRK-TYUMON-SU-TOTAL.
       *>
       *>  出荷明細の控えテーブルへの登録（訂正レコードの逆仕訳用）
           IF   WRK-SHUKKA-CNT   <   CST-MAX-SHUKKA-KENSU   THEN
                ADD    1   TO   WRK-SHUKKA-CNT
                MOVE   IN01-ZYUTYU-BANGOU     TO
                       WRK-SK-ZYUTYU-BANGOU(WRK-SHUKKA-CNT)
                MOVE   WRK-DAITAI-GO          TO
                       WRK-SK-SHOHIN-CODE(WRK-SHUKKA-CNT)
                MOVE   WRK-SHUKKA-SU          TO
                       WRK-SK-SHUKKA-SU(WRK-SHUKKA-CNT)
                MOVE   WRK-TEKIYO-TANKA       TO
                       WRK-SK-TANKA(WRK-SHUKKA-CNT)
                MOVE   WRK-CUR-KOKYAKU-BANGOU TO
                       WRK-SK-KOKYAKU-BANGOU(WRK-SHUKKA-CNT)
                MOVE   WRK-CUR-YUSEN-KUBUN    TO
                       WRK-SK-YUSEN-KUBUN(WRK-SHUKKA-CNT)
                MOVE   IN01-HIDUKE            TO
                       WRK-SK-HIDUKE(WRK-SHUKKA-CNT)
                MOVE   IN01-ZIKAN             TO
                       WRK-SK-ZIKAN(WRK-SHUKKA-CNT)
                MOVE   SPACE                  TO
                       WRK-SK-TORIKESHI-FLG(WRK-SHUKKA-CNT)
                MOVE   WRK-CUR-NOHIN-SAKI     TO
                       WRK-SK-NOHIN-SAKI(WRK-SHUKKA-CNT)
           END-IF.
       *>
       *>  月末の場合は同一内容をアーカイブファイルへも書き込む
           IF   WRK-GETSUMATSU   THEN
                MOVE   OT01-RECODE       TO   ARC01-RECODE
                WRITE  ARC01-RECODE
                ADD    1                 TO   WRK-ARC-COUNT
           END-IF.
       *>
       ZYUTYU-FILE-0UT01-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>[出力]欠品（在庫不足）受注ファイルの編集・書き込み処理
       *>************************************************************************
       BACKORDER-FILE-WRITE-PROC       SECTION.
       *>
       *>  受注番号の書き込み
           MOVE   IN01-MISEBAN           TO   BO01-MISEBAN.
           MOVE   IN01-TYUMON-BANGOU     TO   BO01-TYUMON-BANGOU.
       *>
       *>  商品情報の書き込み（代替解決後の商品コード）
           MOVE   KY1-BUNRUI-CODE        TO   BO01-BUNRUI-CODE.
           MOVE   KY1-SHOHIN-NO          TO   BO01-SHOHIN-NO.
       *>
       *>  注文数量・在庫数量の書き込み
       *>  （分割出荷時は不足分の数量と出荷反映後の在庫数となる）
           MOVE   WRK-BO-TYUMON-SU       TO   BO01-TYUMON-SU.
           MOVE   KY2-ZAIKO-SU           TO   BO01-ZAIKO-SU.
       *>
       *>  再投入用の引き継ぎ項目（受付日時・顧客番号・担当者コード）
           MOVE   IN01-HIDUKE            TO   BO01-HIDUKE.
           MOVE   IN01-BUSHO-CODE        TO   BO01-BUSHO-CODE.
           MOVE   IN01-TANTOSYA-BANGOU   TO   BO01-TANTOSYA-BANGOU.
           MOVE   WRK-CUR-YUSEN-KUBUN    TO   BO01-YUSEN-KUBUN.
           MOVE   WRK-CUR-NOHIN-SAKI     TO   BO01-NOHIN-SAKI.
           MOVE   WRK-CUR-KAKAKU-SHONIN-KUBUN
                                       TO   BO01-KAKAKU-SHONIN-KUBUN.
           MOVE   WRK-CUR-SURYO-KAKUNIN-KUBUN
                                       TO   BO01-SURYO-KAKUNIN-KUBUN.
       *>
       *>  約束出荷日の書き込み（補充リードタイムの営業日数を見込む）
           MOVE   CST-HOJU-EIGYOU-SU     TO   WRK-NOUKI-NISSU.
                                             TO   WRK-CUR-YUSEN-KUBUN
                          MOVE   IN01-HD-SHONIN-KUBUN
                                             TO   WRK-CUR-SHONIN-KUBUN
                          MOVE   IN01-HD-KAKAKU-SHONIN-KUBUN
                                      TO   WRK-CUR-KAKAKU-SHONIN-KUBUN
                          MOVE   IN01-HD-SURYO-KAKUNIN-KUBUN
                                      TO   WRK-CUR-SURYO-KAKUNIN-KUBUN
                          MOVE   IN01-HD-NOHIN-SAKI
                                             TO   WRK-CUR-NOHIN-SAKI
                          MOVE   IN01-HD-CHOKUSO-KUBUN
                                             TO   WRK-CUR-CHOKUSO-KUBUN
                          PERFORM   KOKYAKU-MASTER-KEY-READ-PROC
                          PERFORM   NOHIN-SAKI-SET-PROC
                          MOVE   "Y"         TO   WRK-ZYUTYU-HEADER-SW
                     END-IF
           END-READ.
       *>************************************************************************
       KIT-MASTER-READ-PROC            SECTION.
       *>
           READ KIT01-KOSEI-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-KIT-CNT   <   CST-MAX-KIT-KENSU   THEN
                          ADD   1   TO   WRK-KIT-CNT
                          MOVE   KIT01-OYA-SHOHIN   TO
                              WRK-KIT-OYA(WRK-KIT-CNT)
                          MOVE   KIT01-KO-SHOHIN    TO
                              WRK-KIT-KO(WRK-KIT-CNT)
                          MOVE   KIT01-KOSEI-SU     TO
                              WRK-KIT-KOSEI-SU(WRK-KIT-CNT)
                     END-IF
           END-READ.
       *>
       KIT-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>[出力]予約受注ファイルの編集・書き込み処理（先日付受注１明細分）
       *>************************************************************************
       YOYAKU-FILE-WRITE-PROC          SECTION.
       *>
           MOVE   SPACE                  TO   RSV01-RECODE.
           MOVE   IN01-MISEBAN           TO   RSV01-MISEBAN.
           MOVE   IN01-TYUMON-BANGOU     TO   RSV01-TYUMON-BANGOU.
           MOVE   WRK-CUR-KOKYAKU-BANGOU TO   RSV01-KOKYAKU-BANGOU.
           MOVE   WRK-CUR-YUSEN-KUBUN    TO   RSV01-YUSEN-KUBUN.
           MOVE   WRK-CUR-SHONIN-KUBUN   TO   RSV01-SHONIN-KUBUN.
           MOVE   IN01-SHOHIN-ZYOHOU     TO   RSV01-SHOHIN-CODE.
           MOVE   IN01-TYUMON-SU         TO   RSV01-TYUMON-SU.
           MOVE   IN01-HIDUKE            TO   RSV01-HIDUKE.
           MOVE   IN01-ZIKAN             TO   RSV01-ZIKAN.
           MOVE   IN01-TANTOSYA-CODE     TO   RSV01-TANTOSYA-CODE.
           MOVE   WRK-RUN-DATE           TO   RSV01-TOUROKU-BI.
           MOVE   WRK-CUR-NOHIN-SAKI     TO   RSV01-NOHIN-SAKI.
           MOVE   WRK-CUR-CHOKUSO-KUBUN  TO   RSV01-CHOKUSO-KUBUN.
           MOVE   WRK-CUR-KAKAKU-SHONIN-KUBUN
                                       TO   RSV01-KAKAKU-SHONIN-KUBUN.
           MOVE   WRK-CUR-SURYO-KAKUNIN-KUBUN
                                       TO   RSV01-SURYO-KAKUNIN-KUBUN.
       *>
           WRITE  RSV01-RECODE.
       *>
           ADD    1                      TO   WRK-RSV-COUNT.
       *>
       YOYAKU-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>仕入先直送明細の出荷行の書き込み処理（直送１明細分）
       *>  仕入先が顧客へ直接出荷するため、商品マスタ・倉庫別在庫の
       *>  引き当てと在庫移動の記録は行わない。出荷倉庫には直送を表す
       *>  "DS"を刻印してピッキング・ラベルの対象から外し、出荷確定は
       *>  仕入先の出荷確認（DSCONF01）で行う。請求は通常の出荷行と同様
       *>************************************************************************
       CHOKUSO-SHUKKA-PROC             SECTION.
       *>
           MOVE   SPACE                  TO   OT01-RECODE.
           MOVE   IN01-MISEBAN           TO   OT01-MISEBAN.
           MOVE   IN01-TYUMON-BANGOU     TO   OT01-TYUMON-BANGOU.
           MOVE   KY1-BUNRUI-CODE        TO   OT01-SHOHIN-CODE.
           MOVE   KY1-SHOHIN-NO          TO   OT01-SHOHIN-NO.
           MOVE   WRK-KYU-SHOHIN         TO   OT01-KYU-SHOHIN-CODE.
           IF   WRK-KYU-SHOHIN   NOT =   SPACE   THEN
                PERFORM   DAITAI-TSUCHI-WRITE-PROC
           END-IF.
           MOVE   IN02-SHOHIN-MI         TO   OT02-SHOHIN-MI.
           MOVE   IN01-TYUMON-SU         TO   OT01-TYUMON-SU.
           MOVE   IN01-HIDUKE            TO   OT01-HIDUKE.
           MOVE   IN01-ZIKAN             TO   OT01-ZIKAN.
           MOVE   IN01-BUSHO-CODE        TO   OT01-BUSHO-CODE.
           MOVE   IN01-TANTOSYA-BANGOU   TO   OT01-TANTOSYA-BANGOU.
           MOVE   WRK-CUR-KOKYAKU-BANGOU TO   OT01-KOKYAKU-BANGOU.
           MOVE   WRK-CUR-KOKYAKU-MEI    TO   OT01-KOKYAKU-MEI.
           MOVE   WRK-CUR-KOKYAKU-ZYUSHO TO   OT01-KOKYAKU-ZYUSHO.
           MOVE   WRK-CUR-YUSEN-KUBUN    TO   OT01-YUSEN-KUBUN.
       *>
           MOVE      IN01-TYUMON-SU      TO   WRK-SHUKKA-SU.
           PERFORM   TEKIYO-TANKA-KETTEI-PROC.
           MOVE   WRK-TEKIYO-TANKA       TO   OT01-TANKA.
           MOVE   WRK-TANKA-KUBUN        TO   OT01-TANKA-KUBUN.
           CALL   "KINGAKU_CALC01"   USING   WRK-SHUKKA-SU
                                              WRK-TEKIYO-TANKA
                                              OT01-KINGAKU.
       *>
           MOVE   CST-SHUKKA-EIGYOU-SU   TO   WRK-NOUKI-NISSU.
           PERFORM   YAKUSOKU-BI-KEISAN-PROC.
           MOVE   WRK-YAKUSOKU-BI        TO   OT01-YAKUSOKU-BI.
       *>
           MOVE   KY2-GENKA              TO   OT01-GENKA.
           MOVE   WRK-CUR-YUBIN-BANGOU   TO   OT01-YUBIN-BANGOU.
           MOVE   "DS"                   TO   OT01-SOUKO-CODE.
           MOVE   SPACE                  TO   OT01-LOT-NO.
           MOVE   SPACE                  TO   OT01-KIT-KUBUN.
           MOVE   SPACE                  TO   OT01-KIT-OYA-CODE.
           MOVE   WRK-GENTYUMON-SU       TO   OT01-GENTYUMON-SU.
       *>
           WRITE  OT01-RECODE.
           ADD    1                      TO   WRK-OUT-COUNT.
           ADD    IN01-TYUMON-SU         TO   WRK-TYUMON-SU-TOTAL.
       *>
       *>  月末の場合は同一内容をアーカイブファイルへも書き込む
           IF   WRK-GETSUMATSU   THEN
                MOVE   OT01-RECODE       TO   ARC01-RECODE
                WRITE  ARC01-RECODE
                ADD    1                 TO   WRK-ARC-COUNT
           END-IF.
       *>
       *>  [出力]直送発注要求ファイルへの書き込み（直送先は納品先を
       *>  反映した届け先住所・郵便番号とする）
           MOVE   SPACE                  TO   DSR01-RECODE.
           MOVE   IN01-MISEBAN           TO   DSR01-MISEBAN.
           MOVE   IN01-TYUMON-BANGOU     TO   DSR01-TYUMON-BANGOU.
           MOVE   OT01-SHOHIN-CODE       TO   DSR01-SHOHIN-CODE.
           MOVE   IN02-SHOHIN-MI         TO   DSR01-SHOHIN-MI.
           MOVE   IN01-TYUMON-SU         TO   DSR01-TYUMON-SU.
           MOVE   WRK-CUR-KOKYAKU-BANGOU TO   DSR01-KOKYAKU-BANGOU.
           MOVE   WRK-CUR-KOKYAKU-MEI    TO   DSR01-KOKYAKU-MEI.
           MOVE   WRK-CUR-KOKYAKU-ZYUSHO TO   DSR01-KOKYAKU-ZYUSHO.
           MOVE   WRK-CUR-YUBIN-BANGOU   TO   DSR01-YUBIN-BANGOU.
           MOVE   WRK-RUN-DATE           TO   DSR01-TOUROKU-BI.
       *>
           WRITE  DSR01-RECODE.
       *>
           ADD    1                      TO   WRK-CHOKUSO-COUNT.
       *>
       CHOKUSO-SHUKKA-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
                  WRK-TAIHI-YOSHIN-GENDO.
           MOVE   WRK-CUR-KAIKAKE-ZANDAKA   TO
                  WRK-TAIHI-KAIKAKE-ZANDAKA.
           MOVE   WRK-CUR-NOHIN-SAKI        TO
                  WRK-TAIHI-NOHIN-SAKI.
       *>
       KOKYAKU-JOHO-TAIHI-PROC-EXIT.
       *>
                  WRK-CUR-YOSHIN-GENDO.
           MOVE   WRK-TAIHI-KAIKAKE-ZANDAKA TO
                  WRK-CUR-KAIKAKE-ZANDAKA.
           MOVE   WRK-TAIHI-NOHIN-SAKI      TO
                  WRK-CUR-NOHIN-SAKI.
       *>
       KOKYAKU-JOHO-FUKUGEN-PROC-EXIT.
       *>
       *>
           END-READ.
       *>
       *>  与信限度額・買掛残高を請求先（本部）単位に置き換える
           IF   WRK-KOKYAKU-MITUKE   THEN
                PERFORM   SEIKYU-YOSHIN-SET-PROC
           END-IF.
       *>
       KOKYAKU-MASTER-KEY-READ-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>請求先単位の与信限度額・買掛残高の設定処理
       *>  本部一括請求の店舗は本部の与信限度額を用い、買掛残高は本部の
       *>  残高に傘下店舗の残高合計を加えた額とする。本部自身の受注も同様に
       *>  傘下店舗の残高を合算する。本部が顧客マスタに無い店舗は店舗単独で
       *>  判定する（顧客名・届け先・郵便番号は受注顧客のものを保持する）
       *>************************************************************************
       SEIKYU-YOSHIN-SET-PROC          SECTION.
       *>
           IF   IN03-SEIKYU-SAKI   =   ZERO
           OR   IN03-SEIKYU-SAKI   =   IN03-KOKYAKU-BANGOU   THEN
                MOVE   IN03-KOKYAKU-BANGOU   TO   WRK-SSG-KEY
                PERFORM   SEIKYU-GROUP-SANSHO-PROC
                IF   WRK-SSG-MITUKE   THEN
                     COMPUTE   WRK-SSG-ZANDAKA-W   =
                               IN03-KAIKAKE-ZANDAKA
                               +   WRK-SSG-ZANDAKA(WRK-SSG-HIT-IDX)
                     PERFORM   SEIKYU-ZANDAKA-HANEI-PROC
                END-IF
                GO   TO   SEIKYU-YOSHIN-SET-PROC-EXIT
           END-IF.
       *>
           MOVE   IN03-SEIKYU-SAKI   TO   WRK-SSG-KEY.
           MOVE   IN03-SEIKYU-SAKI   TO   IN03-KOKYAKU-BANGOU.
       *>
           READ IN03-KOKYAKU-MASTER
               INVALID     KEY
                     GO   TO   SEIKYU-YOSHIN-SET-PROC-EXIT
           END-READ.
       *>
           MOVE   IN03-YOSHIN-GENDO   TO   WRK-CUR-YOSHIN-GENDO.
           MOVE   IN03-KAIKAKE-ZANDAKA   TO   WRK-SSG-ZANDAKA-W.
           PERFORM   SEIKYU-GROUP-SANSHO-PROC.
           IF   WRK-SSG-MITUKE   THEN
                ADD   WRK-SSG-ZANDAKA(WRK-SSG-HIT-IDX)   TO
                      WRK-SSG-ZANDAKA-W
           END-IF.
           PERFORM   SEIKYU-ZANDAKA-HANEI-PROC.
       *>
       SEIKYU-YOSHIN-SET-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>請求先単位の買掛残高の反映（作業領域の桁を超える場合は上限値とする）
       *>************************************************************************
       SEIKYU-ZANDAKA-HANEI-PROC       SECTION.
       *>
           IF   WRK-SSG-ZANDAKA-W   >   999999999   THEN
                MOVE   999999999            TO   WRK-CUR-KAIKAKE-ZANDAKA
           ELSE
                MOVE   WRK-SSG-ZANDAKA-W    TO   WRK-CUR-KAIKAKE-ZANDAKA
           END-IF.
       *>
       SEIKYU-ZANDAKA-HANEI-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>請求先別店舗残高合計テーブルの検索（WRK-SSG-KEYの請求先）
       *>************************************************************************
       SEIKYU-GROUP-SANSHO-PROC        SECTION.
       *>
           MOVE   SPACE   TO   WRK-SSG-MITUKE-SW.
       *>
           PERFORM   SEIKYU-GROUP-CHECK-PROC
                    VARYING   WRK-SSG-IDX   FROM   1   BY   1
                    UNTIL   WRK-SSG-IDX   >   WRK-SSG-CNT
                    OR      WRK-SSG-MITUKE.
       *>
       SEIKYU-GROUP-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>請求先別店舗残高合計テーブルの突合チェック（１件分）
       *>************************************************************************
       SEIKYU-GROUP-CHECK-PROC         SECTION.
       *>
           IF   WRK-SSG-SAKI(WRK-SSG-IDX)   =   WRK-SSG-KEY   THEN
                MOVE   "Y"           TO   WRK-SSG-MITUKE-SW
                MOVE   WRK-SSG-IDX   TO   WRK-SSG-HIT-IDX
           END-IF.
       *>
       SEIKYU-GROUP-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>請求先別店舗残高合計テーブルの作成（顧客マスタを先頭から順読みし、
       *>  請求先の登録された店舗の買掛残高を請求先ごとに合計する）
       *>************************************************************************
       SEIKYU-GROUP-LOAD-PROC          SECTION.
       *>
           MOVE   ZERO    TO   WRK-SSG-CNT.
           MOVE   SPACE   TO   WRK-SSG-SCAN-OWARI-SW.
       *>
           MOVE   ZERO    TO   IN03-KOKYAKU-BANGOU.
           START   IN03-KOKYAKU-MASTER
               KEY   >=   IN03-KOKYAKU-BANGOU
               INVALID   KEY
                     MOVE   "Y"   TO   WRK-SSG-SCAN-OWARI-SW
           END-START.
       *>
           PERFORM   SEIKYU-GROUP-READ-PROC
                    UNTIL   WRK-SSG-SCAN-OWARI.
       *>
       SEIKYU-GROUP-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>顧客マスタの順読みと請求先別の残高合計（１件分）
       *>************************************************************************
       SEIKYU-GROUP-READ-PROC          SECTION.
       *>
           READ   IN03-KOKYAKU-MASTER   NEXT
             AT   END
                  MOVE   "Y"   TO   WRK-SSG-SCAN-OWARI-SW
                  GO   TO   SEIKYU-GROUP-READ-PROC-EXIT
           END-READ.
       *>
           IF   IN03-SEIKYU-SAKI   =   ZERO
           OR   IN03-SEIKYU-SAKI   =   IN03-KOKYAKU-BANGOU   THEN
                GO   TO   SEIKYU-GROUP-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   IN03-SEIKYU-SAKI   TO   WRK-SSG-KEY.
           PERFORM   SEIKYU-GROUP-SANSHO-PROC.
       *>
           IF   NOT   WRK-SSG-MITUKE   THEN
                IF   WRK-SSG-CNT   >=   CST-MAX-SSG-KENSU   THEN
                     GO   TO   SEIKYU-GROUP-READ-PROC-EXIT
                END-IF
                ADD    1              TO   WRK-SSG-CNT
                MOVE   WRK-SSG-CNT    TO   WRK-SSG-HIT-IDX
                MOVE   WRK-SSG-KEY    TO   WRK-SSG-SAKI(WRK-SSG-HIT-IDX)
                MOVE   ZERO           TO
                       WRK-SSG-ZANDAKA(WRK-SSG-HIT-IDX)
           END-IF.
       *>
           ADD   IN03-KAIKAKE-ZANDAKA   TO
                 WRK-SSG-ZANDAKA(WRK-SSG-HIT-IDX).
       *>
       SEIKYU-GROUP-READ-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>担当地域マスタによる担当者コードの補完と相違チェック
       *>  責任担当者は顧客指定を優先し、無ければ顧客マスタの郵便番号の
       *>  先頭一致で求める（TERGET01）。担当地域の登録が無い明細は
       *>  対象外とする
       *>************************************************************************
       TANTO-CHIIKI-CHECK-PROC         SECTION.
       *>
           MOVE   SPACE                  TO   WRK-TER-YUBIN-BANGOU.
           CALL   "TERGET01"   USING   WRK-CUR-KOKYAKU-BANGOU
                                       WRK-TER-YUBIN-BANGOU
                                       IN01-HIDUKE
                                       IN01-TANTOSYA-CODE
                                       WRK-TER-TANTOSYA-CODE
                                       WRK-TER-MITUKE-FLG
                                       WRK-TER-MINYURYOKU-FLG.
       *>
           IF   WRK-TER-MITUKE-FLG   =   SPACE   THEN
                GO   TO   TANTO-CHIIKI-CHECK-PROC-EXIT
           END-IF.
       *>
       *>  未入力・既定担当者は責任担当者で補完する
           IF   WRK-TER-MINYURYOKU-FLG   =   "Y"   THEN
                MOVE   WRK-TER-TANTOSYA-CODE   TO   IN01-TANTOSYA-CODE
                GO   TO   TANTO-CHIIKI-CHECK-PROC-EXIT
           END-IF.
       *>
           IF   IN01-TANTOSYA-CODE   NOT =   WRK-TER-TANTOSYA-CODE
           THEN
                MOVE   IN01-ZYUTYU-BANGOU       TO   HD97-ZYUTYU-BANGOU
                MOVE   WRK-CUR-KOKYAKU-BANGOU   TO   HD97-KOKYAKU-BANGOU
                MOVE   IN01-SHOHIN-CODE         TO   HD97-SHOHIN-CODE
                MOVE   IN01-TANTOSYA-CODE       TO   HD97-NYURYOKU-TANTO
                MOVE   WRK-TER-TANTOSYA-CODE    TO   HD97-TER-TANTO
                IF   WRK-TER-MITUKE-FLG   =   "1"   THEN
                     MOVE   "顧客指定"   TO   HD97-KONKYO
                ELSE
                     MOVE   "郵便番号"   TO   HD97-KONKYO
                END-IF
                MOVE   SPACE          TO   PRT97-RECODE
                WRITE  PRT97-RECODE   FROM   HD97-SOUI-MEISAI
           END-IF.
       *>
       TANTO-CHIIKI-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>担当者コードの実在チェック（担当者マスタテーブルの線形検索）
       *>************************************************************************
       TANTOSYA-KENSHO-PROC            SECTION.
       *>  販促売上を判別できるようにする）
           PERFORM   HANSOKU-TANKA-HANTEI-PROC.
       *>
       *>  見積単価の適用判定（見積から変換した受注は顧客が受諾した
       *>  見積単価で出荷する。区分Ｅを刻印する）
           PERFORM   MITSUMORI-TANKA-HANTEI-PROC.
       *>
       TEKIYO-TANKA-KETTEI-PROC-EXIT.
       *>
           EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>見積単価の適用判定処理
       *>  処理中の受注番号・顧客番号・商品コードに一致する変換済み見積明細が
       *>  あれば、その見積単価を適用する
       *>************************************************************************
       MITSUMORI-TANKA-HANTEI-PROC     SECTION.
       *>
           MOVE   SPACE   TO   WRK-MTM-MITUKE-SW.
       *>
           PERFORM   MITSUMORI-TBL-CHECK-PROC
                    VARYING   WRK-MTM-IDX   FROM   1   BY   1
                    UNTIL   WRK-MTM-IDX   >   WRK-MTM-CNT
                    OR      WRK-MTM-MITUKE.
       *>
           IF   WRK-MTM-MITUKE   THEN
                MOVE   WRK-MTM-TANKA(WRK-MTM-HIT-IDX)
                              TO   WRK-TEKIYO-TANKA
                MOVE   "E"    TO   WRK-TANKA-KUBUN
           END-IF.
       *>
       MITSUMORI-TANKA-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>見積単価テーブルの突合チェック（１件分）
       *>************************************************************************
       MITSUMORI-TBL-CHECK-PROC        SECTION.
       *>
           IF   WRK-MTM-ZYUTYU-BANGOU(WRK-MTM-IDX)
                                   =   IN01-ZYUTYU-BANGOU
           AND  WRK-MTM-KOKYAKU(WRK-MTM-IDX)
                                   =   WRK-CUR-KOKYAKU-BANGOU
           AND  WRK-MTM-SHOHIN(WRK-MTM-IDX)
                                   =   IN01-SHOHIN-CODE   THEN
                MOVE   "Y"            TO   WRK-MTM-MITUKE-SW
                MOVE   WRK-MTM-IDX    TO   WRK-MTM-HIT-IDX
           END-IF.
       *>
       MITSUMORI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>見積ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  見積ファイルが無い場合は見積単価なしとして処理する
       *>************************************************************************
       MITSUMORI-FILE-LOAD-PROC        SECTION.
       *>
           MOVE   ZERO    TO   WRK-MTM-CNT.
           MOVE   SPACE   TO   WRK-MTM-HENKAN-SW.
       *>
           OPEN   INPUT   QUO01-MITSUMORI-FILE.
       *>
           IF   QUO-FILE-STATUS   =   "00"   THEN
                MOVE   SPACE   TO   WRK-AT-END
                PERFORM   MITSUMORI-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   QUO01-MITSUMORI-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       MITSUMORI-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>見積ファイルの読み込み（１件分）
       *>  ヘッダでは変換済みか否かと変換先の受注番号を退避し、変換済み見積の
       *>  明細のみテーブルへ追加する
       *>************************************************************************
       MITSUMORI-FILE-READ-PROC        SECTION.
       *>
           READ QUO01-MITSUMORI-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   QUO01-HEADER-REC   THEN
                          MOVE   SPACE   TO   WRK-MTM-HENKAN-SW
                          IF   QUO01-HD-HENKAN-ZUMI   THEN
                               MOVE   "Y"   TO   WRK-MTM-HENKAN-SW
                               MOVE   QUO01-HD-ZYUTYU-BANGOU   TO
                                      WRK-MTM-CUR-ZYUTYU-BANGOU
                               MOVE   QUO01-HD-KOKYAKU-BANGOU  TO
                                      WRK-MTM-CUR-KOKYAKU
                          END-IF
                     END-IF
                     IF   QUO01-MEISAI-REC
                     AND  WRK-MTM-HENKAN
                     AND  WRK-MTM-CNT   <   CST-MAX-MTM-KENSU   THEN
                          ADD   1   TO   WRK-MTM-CNT
                          MOVE   WRK-MTM-CUR-ZYUTYU-BANGOU   TO
                              WRK-MTM-ZYUTYU-BANGOU(WRK-MTM-CNT)
                          MOVE   WRK-MTM-CUR-KOKYAKU         TO
                              WRK-MTM-KOKYAKU(WRK-MTM-CNT)
                          MOVE   QUO01-SHOHIN-CODE           TO
                              WRK-MTM-SHOHIN(WRK-MTM-CNT)
                          MOVE   QUO01-MITSUMORI-TANKA       TO
                              WRK-MTM-TANKA(WRK-MTM-CNT)
                     END-IF
           END-READ.
       *>
       MITSUMORI-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>顧客契約単価テーブルの突合チェック（１件分）
       *>************************************************************************
       KEIYAKU-TBL-CHECK-PROC          SECTION.
       *>
           EXIT.
       *>************************************************************************
       *>納品先マスタの一括読み込み（線形検索用テーブルへ格納）
       *>  マスタが無い場合は全受注を顧客マスタの住所で出荷する
       *>************************************************************************
       NOHIN-SAKI-MASTER-LOAD-PROC      SECTION.
       *>
           MOVE   ZERO   TO   WRK-NSK-CNT.
       *>
           OPEN   INPUT   NSK01-NOHIN-SAKI-MASTER.
       *>
           IF   NSK-FILE-STATUS   =   "00"   THEN
                MOVE   SPACE   TO   WRK-AT-END
                PERFORM   NOHIN-SAKI-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   NSK01-NOHIN-SAKI-MASTER
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       NOHIN-SAKI-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>納品先マスタの読み込み（１件分、テーブルへ追加）
       *>************************************************************************
       NOHIN-SAKI-MASTER-READ-PROC      SECTION.
       *>
           READ NSK01-NOHIN-SAKI-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-NSK-CNT   <   CST-MAX-NSK-KENSU  THEN
                          ADD   1   TO   WRK-NSK-CNT
                          MOVE   NSK01-KOKYAKU-BANGOU   TO
                              WRK-NSK-KOKYAKU(WRK-NSK-CNT)
                          MOVE   NSK01-NOHIN-SAKI-CODE  TO
                              WRK-NSK-CODE(WRK-NSK-CNT)
                          MOVE   NSK01-ZYUSHO           TO
                              WRK-NSK-ZYUSHO(WRK-NSK-CNT)
                          MOVE   NSK01-YUBIN-BANGOU     TO
                              WRK-NSK-YUBIN-BANGOU(WRK-NSK-CNT)
                     END-IF
           END-READ.
       *>
       NOHIN-SAKI-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>納品先住所の設定処理（直近ヘッダの納品先コードが指定されていれば
       *>  納品先マスタの住所・郵便番号で顧客の届け先を置き換える。
       *>  未登録のコードは顧客マスタの住所のまま出荷する）
       *>************************************************************************
       NOHIN-SAKI-SET-PROC              SECTION.
       *>
           IF   WRK-CUR-NOHIN-SAKI   =   SPACE   THEN
                GO   TO   NOHIN-SAKI-SET-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-NSK-MITUKE-SW.
       *>
           PERFORM   NOHIN-SAKI-CHECK-PROC
                    VARYING   WRK-NSK-IDX   FROM   1   BY   1
                    UNTIL   WRK-NSK-IDX   >   WRK-NSK-CNT
                    OR      WRK-NSK-MITUKE.
       *>
       NOHIN-SAKI-SET-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>納品先マスタテーブルの突合チェック（１件分）
       *>************************************************************************
       NOHIN-SAKI-CHECK-PROC            SECTION.
       *>
           IF   WRK-NSK-KOKYAKU(WRK-NSK-IDX) = WRK-CUR-KOKYAKU-BANGOU
           AND  WRK-NSK-CODE(WRK-NSK-IDX)    = WRK-CUR-NOHIN-SAKI
           THEN
                MOVE   "Y"                            TO
                       WRK-NSK-MITUKE-SW
                MOVE   WRK-NSK-ZYUSHO(WRK-NSK-IDX)        TO
                       WRK-CUR-KOKYAKU-ZYUSHO
                MOVE   WRK-NSK-YUBIN-BANGOU(WRK-NSK-IDX)  TO
                       WRK-CUR-YUBIN-BANGOU
           END-IF.
       *>
       NOHIN-SAKI-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>************************************************************************
       *>顧客別納品禁止日ファイルの一括読み込み（テーブルへ格納）
       *>  ファイルが無い場合は禁止日なしとして処理する
       *>************************************************************************
                MOVE   WRK-PRM-PARM-ATAI(1:6)   TO   WRK-BO-GENDO
           END-IF.
       *>
       *>  全分類共通の最低粗利率（％。分類別の指定が無い分類に適用する。
       *>  未設定時は０％＝原価を下限とする）
           MOVE   "ARARI-ALL"    TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-ARARI-ALL
           END-IF.
       *>
       *>  異常数量の判定基準（平均数量に対する倍率・判定する最低受注回数。
       *>  未設定時は５倍・３回）
           MOVE   "IJO-BAI"      TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:3)   NOT =   "000"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-IJO-BAIRITSU
           END-IF.
       *>
           MOVE   "IJO-KENSU"    TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO
                       WRK-IJO-SAITEI-KENSU
           END-IF.
       *>
       *>  全商品公平配分の指定（"Y"の日は在庫逼迫したすべての商品を
       *>  需要比例で配分する。未設定時は公平配分指定ファイルの商品のみ）
           MOVE   SPACE          TO   WRK-KOHEI-ALL-SW.
           MOVE   "KOHEI-ALL"    TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:1)   =   "Y"   THEN
                MOVE   "Y"   TO   WRK-KOHEI-ALL-SW
           END-IF.
       *>
       PARAMETER-GET-PROC-EXIT.
       *>
           EXIT.
