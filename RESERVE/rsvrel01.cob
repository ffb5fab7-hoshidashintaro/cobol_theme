          03   RSV01-ZIKAN                          PIC 9(004).
          03   RSV01-TANTOSYA-CODE                  PIC X(007).
          03   RSV01-TOUROKU-BI                     PIC 9(008).
          03   RSV01-NOHIN-SAKI                     PIC X(003).
       *>  --直送区分・価格承認区分・数量確認区分（受付時のヘッダの指定を
       *>    引き継ぐ）--
          03   RSV01-CHOKUSO-KUBUN                  PIC X(001).
          03   RSV01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   RSV01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>ソート作業ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
          03   ST-ZIKAN                             PIC 9(004).
          03   ST-TANTOSYA-CODE                     PIC X(007).
          03   ST-TOUROKU-BI                        PIC 9(008).
          03   ST-NOHIN-SAKI                        PIC X(003).
          03   ST-CHOKUSO-KUBUN                     PIC X(001).
          03   ST-KAKAKU-SHONIN-KUBUN               PIC X(001).
          03   ST-SURYO-KAKUNIN-KUBUN               PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]解放受注ファイルのレイアウト定義（受注ファイルと同一形式）
       *>----------------------------------------------------------------------------
          03   RRL01-HD-KOKYAKU-BANGOU              PIC 9(006).
          03   RRL01-HD-YUSEN-KUBUN                 PIC X(001).
          03   RRL01-HD-SHONIN-KUBUN                PIC X(001).
          03   RRL01-HD-NOHIN-SAKI                  PIC X(003).
          03   RRL01-HD-CHOKUSO-KUBUN               PIC X(001).
          03   RRL01-HD-KAKAKU-SHONIN-KUBUN         PIC X(001).
          03   RRL01-HD-SURYO-KAKUNIN-KUBUN         PIC X(001).
          03   FILLER                               PIC X(016).
       *>----------------------------------------------------------------------------
       *>[出力]繰越予約受注ファイルのレイアウト定義（予約受注と同一形式）
       *>----------------------------------------------------------------------------
       FD   RSC01-CARRY-FILE.
       01   RSC01-RECODE                            PIC X(060).
       *>----------------------------------------------------------------------------
       *>[入出力]件数ハンドシェイク制御ファイルのレイアウト定義（PLENT002と同一）
       *>----------------------------------------------------------------------------
                MOVE   ST-YUSEN-KUBUN        TO   RRL01-HD-YUSEN-KUBUN
                MOVE   ST-SHONIN-KUBUN       TO
                       RRL01-HD-SHONIN-KUBUN
                MOVE   ST-NOHIN-SAKI         TO
                       RRL01-HD-NOHIN-SAKI
                MOVE   ST-CHOKUSO-KUBUN      TO
                       RRL01-HD-CHOKUSO-KUBUN
                MOVE   ST-KAKAKU-SHONIN-KUBUN   TO
                       RRL01-HD-KAKAKU-SHONIN-KUBUN
                MOVE   ST-SURYO-KAKUNIN-KUBUN   TO
                       RRL01-HD-SURYO-KAKUNIN-KUBUN
                WRITE  RRL01-HEADER-RECODE
           END-IF.
       *>
