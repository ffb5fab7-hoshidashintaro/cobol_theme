       *>  実行日が営業日（CAL01・未整備時は土日以外）の場合に、期日到来分を
       *>  受注ファイル形式（ヘッダ"1"＋明細"2"）の生成受注ファイル（SIN01）へ
       *>  書き出す。頻度区分はＤ＝毎営業日、Ｗ＝毎週（指定曜日）、
       *>  Ｍ＝毎月（指定日）とする。終了日を過ぎた定期注文は生成しない。
       *>  注文番号は店別採番制御ファイル（STC01・SEQCHK01のSEQ01と同じ
       *>  基礎番号４桁方式）から店ごとに採番し、末尾にチェックデジット
       *>  （CHKDGT01と同じモジュラス１０・ウェイト２／１）を付ける。
       *>  生成受注は通常の事前検証（VALID01）→マッチング（TEST0001）の
       *>  流れへそのまま投入する。
       *>  担当者コードが未入力（既定担当者を含む）の定期注文は、担当地域
       *>  マスタの責任担当者（TERGET01・基準日は実行日）で補完する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
            03   STO01-YOUBI                  PIC 9(001).
            03   STO01-HI                     PIC 9(002).
            03   STO01-TANTOSYA-CODE         PIC X(007).
       *>  --終了日（この日付を過ぎた定期注文は生成しない。ゼロ＝無期限）--
            03   STO01-SHURYO-BI              PIC 9(008).
       *>----------------------------------------------------------------------------
       *>ソート作業ファイルのレイアウト定義（店番・顧客番号を先頭キーに）
       *>----------------------------------------------------------------------------
            03   WRK-RUN-GETU                 PIC 9(002).
            03   WRK-RUN-HI                   PIC 9(002).
       *>
       *>--担当地域マスタによる担当者補完（TERGET01）の受け渡し項目と件数--
       01   WRK-TER-YUBIN-BANGOU              PIC X(007).
       01   WRK-TER-TANTOSYA-CODE             PIC X(007).
       01   WRK-TER-MITUKE-FLG                PIC X(001).
       01   WRK-TER-MINYURYOKU-FLG            PIC X(001).
       01   WRK-TANTO-HOKAN-COUNT             PIC 9(006).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                                 VALUE "生成明細件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "担当者補完件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--休業日（生成対象外）に実行された際の表示--
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(045)
       *>
           MOVE   ZERO    TO   WRK-CHUMON-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-TANTO-HOKAN-COUNT.
           MOVE   SPACE   TO   KEY-MISEBAN.
           MOVE   ZERO    TO   KEY-KOKYAKU-BANGOU.
       *>
       *>
           MOVE   WRK-CHUMON-COUNT   TO   MSG2-COUNT.
           MOVE   WRK-OUT-COUNT      TO   MSG3-COUNT.
           MOVE   WRK-TANTO-HOKAN-COUNT   TO   MSG5-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA UPON CONSOLE.
       *>
       TERM-PROC-EXIT.
       *>
                  MOVE   "END"   TO   WRK-AT-END
       *>
            NOT   AT   END
                  IF ( STO01-SHURYO-BI   =   ZERO
                       OR   STO01-SHURYO-BI   >=   WRK-RUN-DATE )
                  AND ( STO01-MAI-EIGYOUBI
                  OR ( STO01-MAISHU
                       AND   STO01-YOUBI   =   WRK-YOUBI )
                  OR ( STO01-MAITSUKI
                       AND   STO01-HI      =   WRK-RUN-HI ) )   THEN
                       MOVE   STO01-MISEBAN          TO  ST-MISEBAN
                       MOVE   STO01-KOKYAKU-BANGOU   TO
                                    ST-KOKYAKU-BANGOU
                       MOVE   STO01-TYUMON-SU        TO  ST-TYUMON-SU
                       MOVE   STO01-TANTOSYA-CODE    TO
                                    ST-TANTOSYA-CODE
                       PERFORM  TANTO-HOKAN-PROC
                       RELEASE  ST-RECODE
                  END-IF
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者コードの補完（未入力・既定担当者の定期注文に限り、担当地域
       *>マスタの責任担当者で置き換える）
       *>----------------------------------------------------------------------------
       TANTO-HOKAN-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-TER-YUBIN-BANGOU.
       *>
           CALL   "TERGET01"   USING   ST-KOKYAKU-BANGOU
                                       WRK-TER-YUBIN-BANGOU
                                       WRK-RUN-DATE
                                       ST-TANTOSYA-CODE
                                       WRK-TER-TANTOSYA-CODE
                                       WRK-TER-MITUKE-FLG
                                       WRK-TER-MINYURYOKU-FLG.
       *>
           IF   WRK-TER-MINYURYOKU-FLG   =   "Y"
           AND  WRK-TER-MITUKE-FLG   NOT =   SPACE   THEN
                MOVE   WRK-TER-TANTOSYA-CODE   TO   ST-TANTOSYA-CODE
                ADD    1   TO   WRK-TANTO-HOKAN-COUNT
           END-IF.
       *>
       TANTO-HOKAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（店番×顧客の変わり目で注文番号を採番し、
       *>  ヘッダ＋明細の受注ファイル形式で書き出す）
       *>----------------------------------------------------------------------------
