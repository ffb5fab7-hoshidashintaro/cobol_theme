       *>   --キット区分・親商品コード（受注ファイルより引き継ぐ）--
            03   STS02-KIT-KUBUN              PIC X(001).
            03   STS02-KIT-OYA-CODE           PIC X(006).
       *>   --配達区分・配達日（STATUS01が配達証明より記録する）--
            03   STS02-HAITATSU-KUBUN         PIC X(001).
            03   STS02-HAITATSU-BI            PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[出力]納期遵守率レポートのレイアウト定義
       *>----------------------------------------------------------------------------
