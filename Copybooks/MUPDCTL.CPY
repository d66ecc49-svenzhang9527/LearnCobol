      *> MUPDCTL.CPY - 主档更新分片控制总数记录布局
      *> （MASTUPDT_CONTROL.DAT，顺序文件，只追加）。AccountMasterUpdate
      *> 按 PARTITION_PARM_n.DAT 的账户ID区间分片运行时，每个分片
      *> 正常结束写一条；MasterUpdateMerge 拼接各分片产出前，以此核对
      *> 分片新主档的记录数/余额合计，并确认各分片处理的是同一批
           05 MPC-PARTITION-NBR     PIC 9.  *> 分片号 1-4
           05 MPC-RANGE-LOW         PIC 9(8).  *> 分片账户ID区间下限
           05 MPC-RANGE-HIGH        PIC 9(8).  *> 分片账户ID区间上限
           05 MPC-STREAM-DATE       PIC 9(8).  *> 业务日期 CCYYMMDD
           05 MPC-BATCH-ID          PIC X(6).  *> 批头批次号
           05 MPC-BRANCH-ID         PIC X(4).  *> 批头网点号
           05 MPC-BATCH-DATE        PIC 9(8).  *> 批头批次日期
           05 MPC-DETAIL-COUNT      PIC 9(7).  *> 整批明细笔数（各分片应一致）
           05 MPC-MASTER-COUNT      PIC 9(7).  *> 本分片写入新主档的账户数
           05 MPC-MASTER-BALANCE    PIC S9(11)V99.  *> 本分片写入新主档的余额合计
           05 MPC-TRANSFER-COUNT    PIC 9(3).  *> 预检表内转账笔数（各分片应一致）
           05 MPC-TRANSFERS-POSTED  PIC 9(7).  *> 本分片过账的转出腿笔数
           05 MPC-JOURNALED-COUNT   PIC 9(7).  *> 本分片写出的流水数
           05 MPC-EXCEPTION-COUNT   PIC 9(7).  *> 本分片写出的异常数
