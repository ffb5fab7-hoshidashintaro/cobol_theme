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
       *>[入出力]出荷帳票発行状態ファイルのレイアウト定義
       *>  （"1"＝発行済み。ラベル・マニフェストは商品コードがスペースの
