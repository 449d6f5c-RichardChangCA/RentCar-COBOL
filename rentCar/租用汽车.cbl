        88 �޹˿� VALUE ZERO.
        88 �й˿� VALUE 1.
       77 L PIC 9.
       77 ѡ�� PIC 999.
       77 �˿����� PIC 9.
       01 �˵����� OBJECT REFERENCE.
       01 �˿Ͷ��� OBJECT REFERENCE.
       WHEN 97 CALL "租入管理" USING 当前操作员
       WHEN 98 CALL "召回管理" USING 当前操作员
       WHEN 99 CALL "报表重印"
       WHEN 100 CALL "应付管理" USING 当前操作员
       WHEN 101 CALL "催收处理"
       WHEN 102 CALL "收益报表"
       WHEN 103 CALL "失约率统计"
       WHEN 104 CALL "超订风险"
       WHEN 105 CALL "油卡对账" USING 当前操作员
       WHEN 106 CALL "工单管理" USING 当前操作员
       WHEN 107 CALL "配件库存" USING 当前操作员
       WHEN 108 CALL "保修管理" USING 当前操作员
       WHEN 109 CALL "满意度调查" USING 当前操作员
       WHEN 110 CALL "汇率维护" USING 当前操作员
       WHEN 111 CALL "公安报送"
       WHEN 112 CALL "黑名单导入" USING 当前操作员
       WHEN 113 CALL "欺诈排查"
       WHEN 114 CALL "司机管理" USING 当前操作员
       WHEN 115 CALL "分店结算" USING 当前操作员
       WHEN 116 CALL "分店损益" USING 当前操作员
       WHEN 117 CALL "收入应计"
       WHEN 118 CALL "贷项通知" USING 当前操作员
       WHEN 119 CALL "争议管理" USING 当前操作员
       WHEN 120 CALL "航班管理" USING 当前操作员
       WHEN 121 CALL "闭店改签" USING 当前操作员
       WHEN 122 CALL "改配管理" USING 当前操作员
       WHEN 123 CALL "设备管理" USING 当前操作员
       WHEN 124 CALL "规格管理" USING 当前操作员
       WHEN 125 CALL "充电登记" USING 当前操作员
       WHEN 126 CALL "定期预定" USING 当前操作员
       WHEN 127 CALL "合同维护" USING 当前操作员
       WHEN 128 CALL "会员年费" USING 当前操作员
       WHEN 129 CALL "年费报表"
       WHEN 130 CALL "礼券管理" USING 当前操作员
       WHEN 131 CALL "礼券逾期"
       WHEN 132 CALL "推荐报表"
       WHEN 133 CALL "车队更新" USING 当前操作员
       WHEN 134 CALL "车贷管理" USING 当前操作员
       WHEN 135 CALL "车贷月结"
       WHEN 136 CALL "顾客匿名"
       WHEN 137 CALL "顾客资料册" USING 当前操作员
       WHEN 138 CALL "短信退订" USING 当前操作员
       WHEN 139 CALL "提醒外发"
       WHEN 140 CALL "渠道回传"
       WHEN 141 CALL "特许申报"
       WHEN 142 CALL "账单抽检"
       WHEN 143 CALL "账单复核" USING 当前操作员
       WHEN 144 CALL "抽检月报"
       WHEN 145 CALL "职责例外"
       WHEN 146 CALL "存款准备" USING 当前操作员
       WHEN 147 CALL "车牌变更" USING 当前操作员
       WHEN 148 CALL "定价模拟" USING 当前操作员
       WHEN 149 CALL "预订进度"
       WHEN 150 CALL "日统计过账"
       WHEN 151 CALL "异常晨报" USING 当前操作员
       WHEN 152 CALL "道路救援" USING 当前操作员
       WHEN 153 CALL "杂费维护" USING 当前操作员
       WHEN OTHER MOVE ZERO TO ѡ��
       END-EVALUATE
       END-PERFORM.
