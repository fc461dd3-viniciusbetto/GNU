      *> The reports staff may ask for on demand from the REPORTS
      *> screen, the command the poller runs for each, the file it
      *> writes (@ stands for the first parameter's value) and up to
      *> three parameters: the environment variable the job reads,
      *> its kind -- D date CCYYMMDD, M month CCYYMM, Y year CCYY,
      *> Q quarter CCYYN, L member login -- and Y when it must be
      *> given. Only jobs that read and report belong here, never
      *> ones that post or close anything.
       78  wcat-max          value 12.
       01  wcat-values.
           02 filler pic x(20) value "PAYMENTS-AGING".
           02 filler pic x(20) value "payments_aging".
           02 filler pic x(30) value "payments-aging.txt".
           02 filler pic x(18) value "REPORT_DATE     DN".
           02 filler pic x(18) value spaces.
           02 filler pic x(18) value spaces.
           02 filler pic x(20) value "PAYMENTS-STATEMENT".
           02 filler pic x(20) value "payments_statement".
           02 filler pic x(30) value "statement-@.txt".
           02 filler pic x(18) value "STATEMENT_LOGIN LY".
           02 filler pic x(18) value "STATEMENT_FROM  DN".
           02 filler pic x(18) value "STATEMENT_TO    DN".
           02 filler pic x(20) value "PAYMENTS-YEAREND".
           02 filler pic x(20) value "payments_yearend".
           02 filler pic x(30) value "year-statements.txt".
           02 filler pic x(18) value "STATEMENT_YEAR  YN".
           02 filler pic x(18) value spaces.
           02 filler pic x(18) value spaces.
           02 filler pic x(20) value "TAB-SALES".
           02 filler pic x(20) value "tab_sales".
           02 filler pic x(30) value "tab-sales.txt".
           02 filler pic x(18) value "REPORT_DATE     DN".
           02 filler pic x(18) value spaces.
           02 filler pic x(18) value spaces.
           02 filler pic x(20) value "BUDGET-VARIANCE".
           02 filler pic x(20) value "budget_variance".
           02 filler pic x(30) value "budget-variance.txt".
           02 filler pic x(18) value "REPORT_MONTH    MN".
           02 filler pic x(18) value spaces.
           02 filler pic x(18) value spaces.
           02 filler pic x(20) value "DEPOSITS-LIABILITY".
           02 filler pic x(20) value "deposits_liability".
           02 filler pic x(30) value "deposits-liability.txt".
           02 filler pic x(18) value "CLOSE_MONTH     MN".
           02 filler pic x(18) value spaces.
           02 filler pic x(18) value spaces.
           02 filler pic x(20) value "VOUCHER-LIABILITY".
           02 filler pic x(20) value "voucher_liability".
           02 filler pic x(30) value "voucher-liability.txt".
           02 filler pic x(18) value "CLOSE_MONTH     MN".
           02 filler pic x(18) value spaces.
           02 filler pic x(18) value spaces.
           02 filler pic x(20) value "MEMBERS-ASOF".
           02 filler pic x(20) value "members_asof".
           02 filler pic x(30) value "members-asof.txt".
           02 filler pic x(18) value "ASOF_DATE       DY".
           02 filler pic x(18) value "ASOF_COMPARE    DN".
           02 filler pic x(18) value spaces.
           02 filler pic x(20) value "KPI-PACK".
           02 filler pic x(20) value "kpi_pack".
           02 filler pic x(30) value "kpi-pack.txt".
           02 filler pic x(18) value "PACK_MONTH      MN".
           02 filler pic x(18) value spaces.
           02 filler pic x(18) value spaces.
           02 filler pic x(20) value "GUESTS-REPORT".
           02 filler pic x(20) value "guests_report".
           02 filler pic x(30) value "guests-report.txt".
           02 filler pic x(18) value "GUEST_MONTH     MN".
           02 filler pic x(18) value spaces.
           02 filler pic x(18) value spaces.
           02 filler pic x(20) value "CASHFLOW-FORECAST".
           02 filler pic x(20) value "cashflow_forecast".
           02 filler pic x(30) value "cashflow-forecast.txt".
           02 filler pic x(18) value "FORECAST_DATE   DN".
           02 filler pic x(18) value spaces.
           02 filler pic x(18) value spaces.
           02 filler pic x(20) value "TAX-RETURN".
           02 filler pic x(20) value "tax_return".
           02 filler pic x(30) value "tax-return.txt".
           02 filler pic x(18) value "TAX_QUARTER     QN".
           02 filler pic x(18) value spaces.
           02 filler pic x(18) value spaces.
       01  filler redefines wcat-values.
           02 wcat-entry occurs 12 times.
               03 wcat-name      pic x(20).
               03 wcat-command   pic x(20).
               03 wcat-file      pic x(30).
               03 wcat-param occurs 3 times.
                   04 wcat-env   pic x(16).
                   04 wcat-kind  pic x(01).
                   04 wcat-req   pic x(01).
       01  wcat-idx          pic 9(02) value zeros.
       01  wcat-pidx         pic 9(01) value zeros.
