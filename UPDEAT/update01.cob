            03   IN01-JURYO-G                  PIC 9(005).
       *>   --税率区分（"1"＝軽減税率対象品目。追加・変更で保守する）--
            03   IN01-ZEI-KUBUN                PIC X(001).
       *>   --直送区分（"1"＝仕入先直送品。追加・変更で保守する）--
            03   IN01-CHOKUSO-KUBUN            PIC X(001).
       *>   --シリアル管理区分（"1"＝シリアル番号管理品。追加・変更で保守する）--
            03   IN01-SERIAL-KUBUN             PIC X(001).
       *>   --検査区分（"1"＝受入検査対象品。追加・変更で保守する）--
            03   IN01-KENSA-KUBUN              PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入出力]商品マスタファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
            03   MST01-JURYO-G                 PIC 9(005).
       *>   --税率区分（"1"＝軽減税率対象品目）--
            03   MST01-ZEI-KUBUN               PIC X(001).
       *>   --直送区分（"1"＝仕入先直送品）--
            03   MST01-CHOKUSO-KUBUN           PIC X(001).
       *>   --シリアル管理区分（"1"＝シリアル番号管理品）--
            03   MST01-SERIAL-KUBUN            PIC X(001).
       *>   --検査区分（"1"＝受入検査対象品）--
            03   MST01-KENSA-KUBUN             PIC X(001).
       *>   --検査在庫数（RECEIPT01・QCDISP01が更新する。保守トランザクション
       *>     では変更しない）--
            03   MST01-KENSA-SU                PIC 9(006).
            03   MST01-SETUP-KUBUN             PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]更新エラーファイルのレイアウト定義
       *>----------------------------------------------------------------------------
            03   AUT01-OPERATOR-ID             PIC X(008).
            03   AUT01-SAKUZYO-KYOKA           PIC X(001).
                 88   AUT01-SAKUZYO-KANOU      VALUE "1".
       *>   --貸倒償却の承認許可（"1"＝承認可）--
            03   AUT01-KASHIDAORE-KYOKA        PIC X(001).
                 88   AUT01-KASHIDAORE-KANOU   VALUE "1".
       *>   --在庫廃棄の承認許可（"1"＝承認可）--
            03   AUT01-HAIKI-KYOKA             PIC X(001).
                 88   AUT01-HAIKI-KANOU        VALUE "1".
       *>----------------------------------------------------------------------------
       *>[入出力]削除保留ファイルのレイアウト定義
       *>  （状況区分：Ｐ＝保留中、Ｃ＝削除確定済み、Ｒ＝取り消し済み）
           MOVE   IN01-CASE-IRISU    TO   MST01-CASE-IRISU.
           MOVE   IN01-JURYO-G       TO   MST01-JURYO-G.
           MOVE   IN01-ZEI-KUBUN     TO   MST01-ZEI-KUBUN.
           MOVE   IN01-CHOKUSO-KUBUN TO   MST01-CHOKUSO-KUBUN.
           MOVE   IN01-SERIAL-KUBUN  TO   MST01-SERIAL-KUBUN.
           MOVE   IN01-KENSA-KUBUN   TO   MST01-KENSA-KUBUN.
           MOVE   ZERO               TO   MST01-KENSA-SU.
           MOVE   "0"                TO   MST01-SETUP-KUBUN.
       *>
           WRITE   MST01-RECODE.
       *>
                     MOVE   IN01-CASE-IRISU   TO   MST01-CASE-IRISU
                     MOVE   IN01-JURYO-G      TO   MST01-JURYO-G
                     MOVE   IN01-ZEI-KUBUN    TO   MST01-ZEI-KUBUN
                     MOVE   IN01-CHOKUSO-KUBUN TO  MST01-CHOKUSO-KUBUN
                     MOVE   IN01-SERIAL-KUBUN  TO  MST01-SERIAL-KUBUN
                     MOVE   IN01-KENSA-KUBUN   TO  MST01-KENSA-KUBUN
                     REWRITE   MST01-RECODE
                     ADD   1   TO   WRK-OUT-COUNT
       *>
