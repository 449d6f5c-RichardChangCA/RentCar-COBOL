
       DATA DIVISION.
       LINKAGE SECTION.
       77 ѡ�� PIC 999.
       SCREEN SECTION.
        01 ����Ļ.
         05 BLANK SCREEN
       DISPLAY SPACE.
       DISPLAY "99、报表档案重印".
       DISPLAY SPACE.
       DISPLAY "100、应付账款管理".
       DISPLAY SPACE.
       DISPLAY "101、应收催收处理".
       DISPLAY SPACE.
       DISPLAY "102、收益定价增收报表".
       DISPLAY SPACE.
       DISPLAY "103、失约率统计与超订额度".
       DISPLAY SPACE.
       DISPLAY "104、超订风险晨报".
       DISPLAY SPACE.
       DISPLAY "105、油卡月结单导入与对账".
       DISPLAY SPACE.
       DISPLAY "106、维修保养工单".
       DISPLAY SPACE.
       DISPLAY "107、配件库存与再订货".
       DISPLAY SPACE.
       DISPLAY "108、厂家保修索赔管理".
       DISPLAY SPACE.
       DISPLAY "109、顾客满意度调查".
       DISPLAY SPACE.
       DISPLAY "110、外币汇率维护".
       DISPLAY SPACE.
       DISPLAY "111、租车登记公安报送".
       DISPLAY SPACE.
       DISPLAY "112、导入行业不良租车人名单".
       DISPLAY SPACE.
       DISPLAY "113、欺诈嫌疑排查报表".
       DISPLAY SPACE.
       DISPLAY "114、司机管理".
       DISPLAY SPACE.
       DISPLAY "115、异地还车分店结算".
       DISPLAY SPACE.
       DISPLAY "116、分店损益表".
       DISPLAY SPACE.
       DISPLAY "117、月末收入应计".
       DISPLAY SPACE.
       DISPLAY "118、账单贷项通知".
       DISPLAY SPACE.
       DISPLAY "119、刷卡拒付争议".
       DISPLAY SPACE.
       DISPLAY "120、接机航班管理".
       DISPLAY SPACE.
       DISPLAY "121、分店停业批量改签".
       DISPLAY SPACE.
       DISPLAY "122、车辆停运改配待办".
       DISPLAY SPACE.
       DISPLAY "123、加装设备库存管理".
       DISPLAY SPACE.
       DISPLAY "124、车型规格维护".
       DISPLAY SPACE.
       DISPLAY "125、电动车充电登记".
       DISPLAY SPACE.
       DISPLAY "126、定期预定维护".
       DISPLAY SPACE.
       DISPLAY "127、企业合同维护".
       DISPLAY SPACE.
       DISPLAY "128、年费会员管理".
       DISPLAY SPACE.
       DISPLAY "129、年费会员收入与流失报表".
       DISPLAY SPACE.
       DISPLAY "130、礼券管理".
       DISPLAY SPACE.
       DISPLAY "131、礼券逾期年终核销".
       DISPLAY SPACE.
       DISPLAY "132、客户推荐月报".
       DISPLAY SPACE.
       DISPLAY "133、车队更新计划".
       DISPLAY SPACE.
       DISPLAY "134、车辆贷款管理".
       DISPLAY SPACE.
       DISPLAY "135、车贷月结还款入账".
       DISPLAY SPACE.
       DISPLAY "136、顾客资料保留期匿名化".
       DISPLAY SPACE.
       DISPLAY "137、顾客个人资料册打印".
       DISPLAY SPACE.
       DISPLAY "138、短信提醒退订管理".
       DISPLAY SPACE.
       DISPLAY "139、取还车短信提醒外发".
       DISPLAY SPACE.
       DISPLAY "140、渠道预定状态回传".
       DISPLAY SPACE.
       DISPLAY "141、机场特许经营费月度申报".
       DISPLAY SPACE.
       DISPLAY "142、账单随机抽检".
       DISPLAY SPACE.
       DISPLAY "143、账单抽检复核".
       DISPLAY SPACE.
       DISPLAY "144、抽检差错率月报".
       DISPLAY SPACE.
       DISPLAY "145、职责分离例外报告".
       DISPLAY SPACE.
       DISPLAY "146、现金存款准备".
       DISPLAY SPACE.
       DISPLAY "147、车牌变更".
       DISPLAY SPACE.
       DISPLAY "148、定价模拟试算".
       DISPLAY SPACE.
       DISPLAY "149、预订进度报表".
       DISPLAY SPACE.
       DISPLAY "150、日统计过账/重建".
       DISPLAY SPACE.
       DISPLAY "151、批处理异常晨报".
       DISPLAY SPACE.
       DISPLAY "152、道路救援来电登记".
       DISPLAY SPACE.
       DISPLAY "153、杂项收费目录维护".
       DISPLAY SPACE.
       DISPLAY "0������".
       DISPLAY ������.
       DISPLAY SPACE.
