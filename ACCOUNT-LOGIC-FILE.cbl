       FD  ACCOUNT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ACCOUNT-RECORD.
      * One of INVENTARIO (the collection at book value), CAJA
      * (cash and bank), VENTAS (gain or loss on sales), TRUEQUES
      * (gain or loss on trades), INDEMNIZ (claim money received),
      * PERDIDAS (lost comics written off) and REVALORIZ (value
      * changes from the revaluation run).
           05 ACM-ROLE           PIC X(10).
           05 ACM-ACCOUNT        PIC X(10).
           05 ACM-DESCRIPTION    PIC X(30).
