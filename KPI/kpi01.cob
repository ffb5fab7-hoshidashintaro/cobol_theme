       FD   BO01-BACKORDER-FILE.
       01   BO01-RECODE.
          03   BO01-MISEBAN                         PIC X(003).
          03   FILLER                               PIC X(077).
       *>----------------------------------------------------------------------------
       *>[入力]受注マッチング例外ファイルのレイアウト定義（先頭部分のみ参照）
       *>----------------------------------------------------------------------------
