       *>  保管場所マスタ（BIN01）のゾーン・通路・棚の順に整列して印刷する。
       *>  保管場所マスタに未登録の商品は受注内の「保管場所未登録分」として
       *>  まとめて印刷し、マスタ整備の対象が分かるようにする。
       *>  ウェーブの前方棚補充（REPLEN01の補充指示リスト）は、本リストの
       *>  発行前に完了させておく。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
            03   BIN01-LOC-ZONE                PIC X(002).
            03   BIN01-LOC-TSURO               PIC X(003).
            03   BIN01-LOC-TANA                PIC X(003).
       *>   --前方ピッキング棚（上記ゾーン・通路・棚）の補充上限数・
       *>     補充基準数（下回ると予備棚から補充する）と現在数--
            03   BIN01-HOJU-MAX-SU             PIC 9(005).
            03   BIN01-HOJU-MIN-SU             PIC 9(005).
            03   BIN01-FORWARD-SU              PIC 9(006).
       *>   --予備（保管）棚。補充元として先頭から使用する--
            03   BIN01-RESERVE-LOC             OCCURS 3.
                 05   BIN01-RSV-ZONE           PIC X(002).
                 05   BIN01-RSV-TSURO          PIC X(003).
                 05   BIN01-RSV-TANA           PIC X(003).
       *>----------------------------------------------------------------------------
       *>[入力]ウェーブ明細ファイルのレイアウト定義（WAVE01と同一）
       *>----------------------------------------------------------------------------
       *>
            NOT   AT   END
       *>          キット親の請求行（区分Ｐ）は実在庫が無くピッキング
       *>          対象外のため印刷しない。仕入先直送の明細（出荷倉庫
       *>          "DS"）も倉庫から出荷しないため印刷しない
                  IF   IN01-TRAILER-CODE   NOT =   "TRAILER"
                  AND  IN01-HEADER-CODE    NOT =   "HEADER"
                  AND  IN01-KIT-KUBUN      NOT =   "P"
                  AND  IN01-SOUKO-CODE     NOT =   "DS"   THEN
                       PERFORM   PICK-RELEASE-PROC
                  END-IF
       *>
