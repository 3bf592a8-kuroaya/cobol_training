*>月別の行を 計画/実績/差異 の形に延長し、許容率(PlanTolParm.txt、
*>既定10%)を超えた月に印を付け、金属ごとの年初来の計画対実績行を出す
*>(生産会議の最初の問い「計画に対してどうか」にバインダーなしで答える)
*>同じ生産計画から原材料の所要量を見るのはAPPLICATION_159_METAL_MATL_REQ、
*>実績の原材料出庫はAPPLICATION_160_METAL_ISSUE
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_70_METAL_STMT.
ENVIRONMENT DIVISION.
