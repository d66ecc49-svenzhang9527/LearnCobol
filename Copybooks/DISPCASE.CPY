      *> DISPCASE.CPY - 客户争议/投诉案件档记录布局（DISPUTE_CASES.DAT，
      *> 索引文件，主键 案件号）。客户对某笔费用、利息或交易提出
      *> 争议，柜员在联机争议案件交易（ACCTDISP）立案，记下被争议
      *> 的过账出处：
      *>   'H'=过账历史 POSTING_HISTORY.DAT（账户ID+过账日期）
      *>   'J'=过账流水 ACCOUNT_UPDATE_JOURNAL.DAT（业务日期+日内
      *>       批次序号+交易类型，账户同案件账户）
      *> 案件状态：
      *>   'O'=已立案 'I'=调查中
      *>   'F'=已裁定支持客户，更正贷记待生成（须 3 级）
      *>   'C'=更正贷记已生成结案（DisputeCaseAging 置）
      *>   'R'=已裁定不支持客户结案 'W'=客户撤回结案
      *> 监管答复时限在立案时按立案日推出；DisputeCaseAging 每晚
      *> 列出逾期未结的案件，并把 'F' 案件的更正贷记生成独立交易批。
      *> 案件号 0 为控制记录，只存已分配的最大案件号
           05 DSP-CASE-NO           PIC 9(8).  *> 案件号，主键；0=控制记录
           05 DSP-CASE-DATA.
               10 DSP-ACCOUNT-ID        PIC 9(8).  *> 争议账户ID（8位，含校验位）
               10 DSP-CUSTOMER-ID       PIC 9(6).  *> 立案时账户所属客户号
               10 DSP-REF-TYPE          PIC X.  *> 过账出处 'H'/'J'，见上
               10 DSP-REF-DATE          PIC 9(8).  *> 'H' 过账日期 / 'J' 流水业务日期
               10 DSP-REF-CYCLE         PIC 9(3).  *> 'J' 日内批次序号，0=夜间主批
               10 DSP-REF-TXN-TYPE      PIC X.  *> 'J' 被争议交易的类型码
               10 DSP-CATEGORY          PIC X(2).  *> FE=费用 IN=利息 TX=交易 OT=其他
               10 DSP-AMOUNT            PIC 9(7)V99.  *> 争议金额
               10 DSP-STATUS            PIC X.  *> 案件状态，见上
               10 DSP-ASSIGNEE          PIC X(8).  *> 承办人用户号
               10 DSP-OPEN-DATE         PIC 9(8).  *> 立案日期
               10 DSP-DEADLINE-DATE     PIC 9(8).  *> 监管答复时限
               10 DSP-TARGET-DATE       PIC 9(8).  *> 目标解决日期
               10 DSP-RESOLVED-DATE     PIC 9(8).  *> 裁定日期，0=未裁定
               10 DSP-RESOLVED-AMOUNT   PIC 9(7)V99.  *> 'F' 支持客户的更正金额
               10 DSP-CREDIT-DATE       PIC 9(8).  *> 更正贷记生成的业务日期，0=未生成
               10 DSP-OPENED-BY         PIC X(8).  *> 立案柜员
               10 DSP-UPDATED-BY        PIC X(8).  *> 最近更新柜员
               10 DSP-UPDATE-DATE       PIC 9(8).  *> 最近更新日期
               10 DSP-DESCRIPTION       PIC X(40).  *> 争议摘要
           05 DSP-CONTROL-DATA REDEFINES DSP-CASE-DATA.  *> 控制记录视图
               10 DSP-LAST-CASE-NO      PIC 9(8).  *> 已分配的最大案件号
               10 FILLER                PIC X(152).
