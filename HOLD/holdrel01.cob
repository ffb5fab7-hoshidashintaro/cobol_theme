          03   HLD01-KOKYAKU-BANGOU                 PIC 9(006).
          03   HLD01-KINGAKU                        PIC S9(008).
          03   HLD01-HOLD-RIYU                      PIC X(015).
          03   HLD01-NOHIN-SAKI                     PIC X(003).
       *>  --直送区分・価格承認区分・数量確認区分（保留時のヘッダの指定を
       *>    引き継ぐ）--
          03   HLD01-CHOKUSO-KUBUN                  PIC X(001).
          03   HLD01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   HLD01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]与信判定ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       *>  --与信承認区分（"A"＝承認済み。再投入先（TEST0001）の
       *>    与信限度額チェックを通過済みとして扱わせる）--
          03   HRL01-HD-SHONIN-KUBUN                PIC X(001).
       *>  --納品先コード・直送区分（保留時の指定を引き継ぐ）--
          03   HRL01-HD-NOHIN-SAKI                  PIC X(003).
          03   HRL01-HD-CHOKUSO-KUBUN               PIC X(001).
       *>  --価格承認区分・数量確認区分（保留時の指定を引き継ぐ）--
          03   HRL01-HD-KAKAKU-SHONIN-KUBUN         PIC X(001).
          03   HRL01-HD-SURYO-KAKUNIN-KUBUN         PIC X(001).
          03   FILLER                               PIC X(016).
       *>----------------------------------------------------------------------------
       *>[出力]否認記録ファイルのレイアウト定義（保留ファイルと同一形式）
       *>----------------------------------------------------------------------------
       FD   HRJ01-DENIAL-FILE.
       01   HRJ01-RECODE                            PIC X(073).
       *>----------------------------------------------------------------------------
       *>[出力]繰越保留ファイルのレイアウト定義（保留ファイルと同一形式）
       *>----------------------------------------------------------------------------
       FD   HLC01-CARRY-FILE.
       01   HLC01-RECODE                            PIC X(073).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
                       HRL01-HD-KOKYAKU-BANGOU
                MOVE   "A"                   TO
                       HRL01-HD-SHONIN-KUBUN
                MOVE   HLD01-NOHIN-SAKI      TO
                       HRL01-HD-NOHIN-SAKI
                MOVE   HLD01-CHOKUSO-KUBUN   TO
                       HRL01-HD-CHOKUSO-KUBUN
                MOVE   HLD01-KAKAKU-SHONIN-KUBUN   TO
                       HRL01-HD-KAKAKU-SHONIN-KUBUN
                MOVE   HLD01-SURYO-KAKUNIN-KUBUN   TO
                       HRL01-HD-SURYO-KAKUNIN-KUBUN
                WRITE  HRL01-HEADER-RECODE
           END-IF.
       *>
