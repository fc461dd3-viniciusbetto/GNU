      *> Monthly KPI history: one row per closed month and measure,
      *> written by KPI-SNAPSHOT after PERIOD-CLOSE and read back by
      *> the KPI-PACK board trend report.
       fd  kpi.
       01  reg-kpi.
           02 kpi-key.
               03 kpi-month     pic x(06).
               03 kpi-code      pic x(12).
           02 kpi-order         pic 9(03).
           02 kpi-label         pic x(40).
           02 kpi-unit          pic x(01).
               88 kpi-unit-count   value "N".
               88 kpi-unit-money   value "M".
               88 kpi-unit-percent value "P".
           02 kpi-value         pic s9(11)v99.
           02 kpi-taken         pic x(14).
