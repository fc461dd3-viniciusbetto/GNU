       identification division.
       program-id. kpi-pack.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "kpi.sel".
           select tol-in assign to "kpitol.dat"
               organization is line sequential
               file status is wt-fstatus.
           select report-out assign to "kpi-pack.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "kpi.cpy".
       fd  tol-in.
       01  tol-line         pic x(80).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wt-fstatus        pic xx     value "00".
       01  wk-fstatus        pic xx     value "00".
       01  wpack-month       pic x(06) value spaces.
       01  wym-y             pic 9(04) value zeros.
       01  wym-m             pic 9(02) value zeros.
       01  wenv              pic x(03) value spaces.
       78  wtol-default      value 10.
       01  wtol-all          pic 9(03) value zeros.
      *> Per-measure tolerances from KPITOL.DAT, one per line:
      *> CODE (12) space PERCENT (3), e.g. "AR-OVER-60   005".
       01  wtol-count        pic 9(03) value zeros.
       01  wtol-table.
           02 wtol-entry occurs 60.
               03 wtol-code   pic x(12).
               03 wtol-pct    pic 9(03).
       01  wtl-code          pic x(12) value spaces.
       01  wtl-pct           pic x(03) value spaces.
       01  wti               pic 9(03) value zeros.
      *> The 13 months: 13 is the pack month, 12 the one before,
      *> 1 the same month a year earlier.
       01  wmonth-table.
           02 wmon occurs 13  pic x(06).
       01  wmi               pic 9(02) value zeros.
      *> Measures present in the pack month, in board order.
       01  wms-count         pic 9(03) value zeros.
       01  wms-table.
           02 wms-entry occurs 60.
               03 wms-order   pic 9(03).
               03 wms-code    pic x(12).
               03 wms-label   pic x(40).
               03 wms-unit    pic x(01).
       01  wms-swap          pic x(56).
       01  wmx               pic 9(03) value zeros.
       01  wmy               pic 9(03) value zeros.
       01  wvalue-table.
           02 wval occurs 13.
               03 wval-found  pic x(01).
               03 wval-amt    pic s9(11)v99.
       01  wtol              pic 9(03) value zeros.
       01  wchg              pic s9(09)v9 value zeros.
       01  wchg-abs          pic 9(09)v9 value zeros.
       01  wchg-display      pic -zzz9,9.
       01  wchg-text         pic x(08) value spaces.
       01  wflag             pic x(04) value spaces.
       01  wexceptions       pic 9(03) value zeros.
       01  wamt-display      pic -zzzzzzzzz9,99.
       01  wtrail-display    pic -(8)9.
       01  wcol              pic 9(03) value zeros.
       01  wprior-i          pic 9(02) value zeros.
       01  wrl-job           pic x(30) value "KPI-PACK".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       pack-main.
      *> The board's KPI pack from the KPI history KPI-SNAPSHOT
      *> keeps: for each measure of PACK_MONTH (CCYYMM, default the
      *> month that just ended) its value, the month before and the
      *> change, the same month last year and the change, and the
      *> last 12 months as a trail. A change beyond the tolerance --
      *> KPI_TOLERANCE percent (default 10), or the measure's own
      *> line in KPITOL.DAT -- is flagged ** and counted. Measures
      *> that are themselves percentages change in points.
           accept wpack-month from environment "PACK_MONTH"
           if wpack-month = spaces
               move function current-date(1:4) to wym-y
               move function current-date(5:2) to wym-m
               if wym-m = 1
                   subtract 1 from wym-y
                   move 12 to wym-m
               else
                   subtract 1 from wym-m
               end-if
               move spaces to wpack-month
               string wym-y wym-m delimited by size
                   into wpack-month
               end-string
           else
               move wpack-month(1:4) to wym-y
               move wpack-month(5:2) to wym-m
           end-if
           move wtol-default to wtol-all
           accept wenv from environment "KPI_TOLERANCE"
           if wenv is numeric and wenv > zeros
               move wenv to wtol-all
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform build-months
           perform load-tolerances
           open input kpi
           if fstatus not = zeros
               display "ERRO ABRINDO kpi: " fstatus
               move 8 to return-code
               stop run
           end-if
           perform load-measures
           open output report-out
           perform write-heading
           if wms-count = zeros
               move spaces to report-line
               string "NO KPI SNAPSHOT FOR " wpack-month
                      " -- RUN KPI-SNAPSHOT AFTER PERIOD-CLOSE"
                   delimited by size into report-line
               end-string
               write report-line
               move 4 to return-code
           end-if
           perform varying wmx from 1 by 1 until wmx > wms-count
               perform write-measure
           end-perform
           close kpi
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "MEASURES: " wms-count
                  "  OUTSIDE TOLERANCE (**): " wexceptions
               delimited by size into report-line
           end-string
           write report-line
           close report-out
           display "KPI-PACK: " wpack-month " " wms-count
               " MEASURES, " wexceptions " EXCEPTIONS"
           move "OK   " to wrl-phase
           move wms-count to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       build-months.
           perform varying wmi from 13 by -1 until wmi < 1
               move spaces to wmon(wmi)
               string wym-y wym-m delimited by size into wmon(wmi)
               end-string
               if wym-m = 1
                   subtract 1 from wym-y
                   move 12 to wym-m
               else
                   subtract 1 from wym-m
               end-if
           end-perform.
       load-tolerances.
           open input tol-in
           if wt-fstatus not = zeros
               exit paragraph
           end-if
           read tol-in
               at end move "10" to wt-fstatus
           end-read
           perform until wt-fstatus = "10"
               move spaces to wtl-code wtl-pct
               unstring tol-line delimited by all spaces
                   into wtl-code wtl-pct
               end-unstring
               if wtl-code not = spaces and wtol-count < 60
                       and wtl-pct(1:1) is numeric
                   add 1 to wtol-count
                   move wtl-code to wtol-code(wtol-count)
                   move function numval(wtl-pct)
                       to wtol-pct(wtol-count)
               end-if
               read tol-in
                   at end move "10" to wt-fstatus
               end-read
           end-perform
           close tol-in.
       load-measures.
           move "00" to wk-fstatus
           move wpack-month to kpi-month
           move low-values to kpi-code
           start kpi key is not less than kpi-key
               invalid key move "10" to wk-fstatus
           end-start
           if wk-fstatus not = "10"
               read kpi next
                   at end move "10" to wk-fstatus
               end-read
           end-if
           perform until wk-fstatus = "10"
                   or kpi-month not = wpack-month
               if wms-count < 60
                   add 1 to wms-count
                   move kpi-order to wms-order(wms-count)
                   move kpi-code to wms-code(wms-count)
                   move kpi-label to wms-label(wms-count)
                   move kpi-unit to wms-unit(wms-count)
               end-if
               read kpi next
                   at end move "10" to wk-fstatus
               end-read
           end-perform
      *> Key order is code order; the board reads them in the order
      *> the snapshot wrote them.
           perform varying wmx from 1 by 1 until wmx >= wms-count
               perform varying wmy from 1 by 1
                       until wmy >= wms-count
                   if wms-order(wmy) > wms-order(wmy + 1)
                       move wms-entry(wmy) to wms-swap
                       move wms-entry(wmy + 1) to wms-entry(wmy)
                       move wms-swap to wms-entry(wmy + 1)
                   end-if
               end-perform
           end-perform.
       write-heading.
           move spaces to report-line
           string "KPI BOARD PACK " wpack-month
                  "  -- TOLERANCE " wtol-all
                  "% UNLESS SET FOR THE MEASURE"
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "MEASURE" to report-line(1:40)
           move "        CURRENT" to report-line(42:15)
           move "    PRIOR MONTH" to report-line(58:15)
           move "   MOM %" to report-line(74:8)
           move "       YEAR AGO" to report-line(83:15)
           move "   YOY %" to report-line(99:8)
           move "TOL" to report-line(108:3)
           write report-line
           move spaces to report-line
           move "12-MONTH TRAIL:" to report-line(1:15)
           move 16 to wcol
           perform varying wmi from 2 by 1 until wmi > 13
               move wmon(wmi) to report-line(wcol + 3:6)
               add 9 to wcol
           end-perform
           write report-line
           move all "-" to report-line
           write report-line.
       write-measure.
           perform varying wmi from 1 by 1 until wmi > 13
               move "N" to wval-found(wmi)
               move zeros to wval-amt(wmi)
               move wmon(wmi) to kpi-month
               move wms-code(wmx) to kpi-code
               read kpi invalid key
                   continue
               not invalid key
                   move "Y" to wval-found(wmi)
                   move kpi-value to wval-amt(wmi)
               end-read
           end-perform
           move wtol-all to wtol
           perform varying wti from 1 by 1 until wti > wtol-count
               if wtol-code(wti) = wms-code(wmx)
                   move wtol-pct(wti) to wtol
               end-if
           end-perform
           move spaces to wflag
           move spaces to report-line
           move wms-label(wmx) to report-line(1:40)
           move wval-amt(13) to wamt-display
           move wamt-display to report-line(43:14)
           if wval-found(12) = "Y"
               move wval-amt(12) to wamt-display
               move wamt-display to report-line(59:14)
           else
               move "n/a" to report-line(70:3)
           end-if
           move 12 to wprior-i
           perform compute-change
           move wchg-text to report-line(74:8)
           if wval-found(1) = "Y"
               move wval-amt(1) to wamt-display
               move wamt-display to report-line(84:14)
           else
               move "n/a" to report-line(95:3)
           end-if
           move 1 to wprior-i
           perform compute-change
           move wchg-text to report-line(99:8)
           move wtol to report-line(108:3)
           if wflag not = spaces
               add 1 to wexceptions
               move wflag to report-line(113:4)
           end-if
           write report-line
           move spaces to report-line
           move wms-code(wmx) to report-line(3:12)
           move 16 to wcol
           perform varying wmi from 2 by 1 until wmi > 13
               if wval-found(wmi) = "Y"
                   compute wtrail-display rounded = wval-amt(wmi)
                   move wtrail-display to report-line(wcol:9)
               else
                   move "-" to report-line(wcol + 8:1)
               end-if
               add 9 to wcol
           end-perform
           write report-line.
       compute-change.
      *> Change from month WPRIOR-I to the pack month: percent of
      *> the earlier value, or points for a percentage measure.
           move spaces to wchg-text
           if wval-found(wprior-i) not = "Y"
               move "     n/a" to wchg-text
               exit paragraph
           end-if
           if wms-unit(wmx) = "P"
               compute wchg = wval-amt(13) - wval-amt(wprior-i)
           else
               if wval-amt(wprior-i) = zeros
                   if wval-amt(13) = zeros
                       move zeros to wchg
                   else
                       move "     new" to wchg-text
                       move "**" to wflag
                       exit paragraph
                   end-if
               else
                   compute wchg rounded =
                       (wval-amt(13) - wval-amt(wprior-i)) * 100
                       / function abs(wval-amt(wprior-i))
               end-if
           end-if
           compute wchg-abs = function abs(wchg)
           if wchg-abs > 9999
               move "  >9999" to wchg-text
           else
               move wchg to wchg-display
               move wchg-display to wchg-text(2:7)
           end-if
           if wchg-abs > wtol
               move "**" to wflag
           end-if.
