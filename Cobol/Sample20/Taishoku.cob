002630     MOVE 0              TO 台帳社会保険料.
002640     MOVE 0              TO 台帳住民税.
002650     MOVE 0              TO 台帳調整額.
002652     MOVE 0              TO 台帳貸付天引額.
002654     MOVE 0              TO 台帳社内預金額.
002655     MOVE 0              TO 台帳健康保険料.
002656     MOVE 0              TO 台帳厚生年金保険料.
002657     MOVE 0              TO 台帳介護保険料.
002658     MOVE 0              TO 台帳健保会社負担.
002659     MOVE 0              TO 台帳厚年会社負担.
002661     MOVE 0              TO 台帳介護会社負担.
002662     MOVE 0              TO 台帳時給単価.
002663     MOVE 0              TO 台帳雇用保険料.
002664     MOVE SPACE          TO 台帳雇用対象区分.
002665     MOVE 0              TO 台帳通勤手当.
002666     MOVE 0              TO 台帳歩合手当.
002667     MOVE 0              TO 台帳通勤非課税額.
002668     MOVE 0              TO 台帳通勤月割額.
002669     MOVE SPACE          TO 台帳再計算区分.
002670     MOVE 差引支給額     TO 台帳差引支給額.
002680     MOVE 現在日時１４   TO 台帳登録日時.
002690     WRITE 給与台帳レコード
