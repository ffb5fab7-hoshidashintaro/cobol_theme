            03   IN01-CASE-IRISU              PIC 9(003).
            03   IN01-JURYO-G                 PIC 9(005).
            03   IN01-ZEI-KUBUN               PIC X(001).
            03   IN01-CHOKUSO-KUBUN           PIC X(001).
            03   IN01-SERIAL-KUBUN            PIC X(001).
            03   IN01-KENSA-KUBUN             PIC X(001).
            03   IN01-KENSA-SU                PIC 9(006).
            03   IN01-SETUP-KUBUN             PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]商品マスタファイルのレイアウト定義
       *>----------------------------------------------------------------------------
