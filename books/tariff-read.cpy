       read-tariff.
      *> Caller sets WTARIFF-TYPE (a MEMBER-TYPE code) before the
      *> perform; WTARIFF-AMOUNT / WTARIFF-PERIOD / WTARIFF-GRACE
      *> (plus the tab ceiling and the tier's tax code, blank for a
      *> tier that takes the dues default) come back from the
      *> TARIFF row for that tier, or from the
      *> long-standing compile-time defaults when no row exists yet
      *> -- so a site that never touches the tariff screen behaves
      *> exactly as before the table existed. Same open-per-call
           move wdues-period-days     to wtariff-period
           move woverdue-grace-days   to wtariff-grace
           move zeros                 to wtariff-tab-limit
           move spaces                to wtariff-tax-code
           open input tariff
           if fstatus = zeros
               move wtariff-type to trf-type
                   move trf-period-days to wtariff-period
                   move trf-grace-days  to wtariff-grace
                   move trf-tab-limit   to wtariff-tab-limit
                   move trf-tax-code    to wtariff-tax-code
               end-read
               close tariff
           end-if.
