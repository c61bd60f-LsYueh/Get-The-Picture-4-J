           05  ROLE-EXCP-HIGH      PIC X(01).  *> 'Y'=可結案高嚴重度
           05  ROLE-CORRECT        PIC X(01).  *> 'Y'=可更正 M02
           05  ROLE-BATCH          PIC X(01).  *> 'Y'=可跑批次維護
           05  ROLE-APPROVE        PIC X(01).  *> 'Y'=可覆核他人異動
