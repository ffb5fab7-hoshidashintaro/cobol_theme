          03   IN01-YAKUSOKU-BI                     PIC 9(008).
          03   IN01-GENCHUMON-BI                    PIC 9(008).
          03   IN01-KEIJOU-BI                       PIC 9(008).
          03   IN01-NOHIN-SAKI                      PIC X(003).
          03   IN01-KAKAKU-SHONIN-KUBUN             PIC X(001).
          03   IN01-SURYO-KAKUNIN-KUBUN             PIC X(001).
       *>----------------------------------------------------------------------------
       *>ソート作業ファイルのレイアウト定義（欠品計上日を先頭キーに再配置）
       *>----------------------------------------------------------------------------
