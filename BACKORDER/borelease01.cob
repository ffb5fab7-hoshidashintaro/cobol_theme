          03   BO01-YAKUSOKU-BI                     PIC 9(008).
          03   BO01-GENCHUMON-BI                    PIC 9(008).
          03   BO01-KEIJOU-BI                       PIC 9(008).
          03   BO01-NOHIN-SAKI                      PIC X(003).
       *>  --価格承認区分・数量確認区分（再投入時に受注ヘッダへ引き継ぐ）--
          03   BO01-KAKAKU-SHONIN-KUBUN             PIC X(001).
          03   BO01-SURYO-KAKUNIN-KUBUN             PIC X(001).
       *>----------------------------------------------------------------------------
       *>ソート作業ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
          03   ST-YAKUSOKU-BI                       PIC 9(008).
          03   ST-GENCHUMON-BI                      PIC 9(008).
          03   ST-KEIJOU-BI                         PIC 9(008).
          03   ST-NOHIN-SAKI                        PIC X(003).
          03   ST-KAKAKU-SHONIN-KUBUN               PIC X(001).
          03   ST-SURYO-KAKUNIN-KUBUN               PIC X(001).
       *>----------------------------------------------------------------------------
       *>商品マスタファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
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
       *>[出力]解消受注ファイルのレイアウト定義（受注ファイルと同一形式）
       *>----------------------------------------------------------------------------
                05   REL01-HD-TYUMON-BANGOU         PIC 9(005).
          03   REL01-HD-KOKYAKU-BANGOU              PIC 9(006).
          03   REL01-HD-YUSEN-KUBUN                 PIC X(001).
          03   FILLER                               PIC X(001).
       *>  --納品先コード（欠品計上時の指定を引き継ぐ）--
          03   REL01-HD-NOHIN-SAKI                  PIC X(003).
          03   FILLER                               PIC X(001).
       *>  --価格承認区分・数量確認区分（欠品計上時の指定を引き継ぐ）--
          03   REL01-HD-KAKAKU-SHONIN-KUBUN         PIC X(001).
          03   REL01-HD-SURYO-KAKUNIN-KUBUN         PIC X(001).
          03   FILLER                               PIC X(016).
       *>----------------------------------------------------------------------------
       *>[出力]繰越欠品受注ファイルのレイアウト定義
       *>  （欠品受注ファイルと同一形式の全項目イメージ。優先区分・
       *>    約束出荷日・元注文日・欠品計上日も含めて引き継ぐ）
       *>----------------------------------------------------------------------------
       FD   BOC01-CARRY-FILE.
       01   BOC01-RECODE                            PIC X(080).
       *>----------------------------------------------------------------------------
       *>[入出力]件数ハンドシェイク制御ファイルのレイアウト定義（PLENT002と同一）
       *>----------------------------------------------------------------------------
                MOVE   ST-KOKYAKU-BANGOU     TO
                       REL01-HD-KOKYAKU-BANGOU
                MOVE   ST-YUSEN-KUBUN        TO   REL01-HD-YUSEN-KUBUN
                MOVE   ST-NOHIN-SAKI         TO   REL01-HD-NOHIN-SAKI
                MOVE   ST-KAKAKU-SHONIN-KUBUN   TO
                       REL01-HD-KAKAKU-SHONIN-KUBUN
                MOVE   ST-SURYO-KAKUNIN-KUBUN   TO
                       REL01-HD-SURYO-KAKUNIN-KUBUN
                WRITE  REL01-HEADER-RECODE
           END-IF.
       *>
