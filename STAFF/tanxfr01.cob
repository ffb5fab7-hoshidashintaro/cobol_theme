          03   HLD01-KOKYAKU-BANGOU                 PIC 9(006).
          03   HLD01-KINGAKU                        PIC S9(008).
          03   HLD01-HOLD-RIYU                      PIC X(015).
          03   HLD01-NOHIN-SAKI                     PIC X(003).
          03   HLD01-CHOKUSO-KUBUN                  PIC X(001).
          03   HLD01-KAKAKU-SHONIN-KUBUN            PIC X(001).
          03   HLD01-SURYO-KAKUNIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>入荷待ちファイルのレイアウト定義（BORELEASE01と同一）
       *>----------------------------------------------------------------------------
          03   BO01-YAKUSOKU-BI                     PIC 9(008).
          03   BO01-GENCHUMON-BI                    PIC 9(008).
          03   BO01-KEIJOU-BI                       PIC 9(008).
          03   BO01-NOHIN-SAKI                      PIC X(003).
          03   BO01-KAKAKU-SHONIN-KUBUN             PIC X(001).
          03   BO01-SURYO-KAKUNIN-KUBUN             PIC X(001).
       *>----------------------------------------------------------------------------
       *>入荷待ち繰越ファイルのレイアウト定義（入荷待ちファイルと同一内容）
       *>----------------------------------------------------------------------------
          03   BOC01-HIDUKE                         PIC 9(008).
          03   FILLER                               PIC X(010).
          03   BOC01-TANTOSYA-CODE                  PIC X(007).
          03   FILLER                               PIC X(030).
       *>----------------------------------------------------------------------------
       *>[出力]引き継ぎ監査ファイルのレイアウト定義
       *>  （付け替えた１レコードにつき１件）
                                     OCCURS 9999.
       01   WRK-IN1-CNT                       PIC 9(004).
       01   WRK-HLD-TBL.
            03   WRK-HLD-REC                  PIC X(073)
                                     OCCURS 9999.
       01   WRK-HLD-CNT                       PIC 9(004).
       01   WRK-BO-TBL.
            03   WRK-BO-REC                   PIC X(080)
                                     OCCURS 9999.
       01   WRK-BO-CNT                        PIC 9(004).
       01   WRK-BOC-TBL.
            03   WRK-BOC-REC                  PIC X(080)
                                     OCCURS 9999.
       01   WRK-BOC-CNT                       PIC 9(004).
       01   WRK-REC-IDX                       PIC 9(004).
