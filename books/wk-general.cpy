       01  wtmpmsg          pic x(100) value spaces.
       01  wk-field         pic x(250) value spaces.
       01  whash            pic x(40)  value spaces.
      *> The session token (1:32) and, once VALIDATE-TOKEN has run,
      *> the session's form key (33:16) -- every form and redirect
      *> that posts WTOKEN back carries both.
       01  wtoken           pic x(48)  value spaces.
       01  wformkey-in      pic x(16)  value spaces.
       01  wsessionformkey  pic x(16)  value spaces.
       01  wformkey-gen     pic x(32)  value spaces.
       01  wsessionlogin    pic x(60)  value spaces.
       01  wsessioncreated  pic x(14)  value spaces.
       01  wsessionlastact  pic x(14)  value spaces.
       01  wsessiontries    pic 9(02)  value zeros.
       78  wmax-failed-attempts value 5.
       01  waudit-op        pic x(15)  value spaces.
       01  wreadscreen      pic x(10)  value spaces.
       01  wlifecycle-type  pic x(12)  value spaces.
       01  wmaintbanner     pic x(01)  value "N".
       01  wmaint-exempt    pic x(01)  value "N".
       01  waudit-new-name  pic x(120) value spaces.
       01  waudit-old-phone pic x(120) value spaces.
       01  waudit-new-phone pic x(120) value spaces.
       01  wachain-mode     pic x(01)  value "N".
       01  wachain-state.
           02 wachain-base  pic x(18).
           02 wachain-last  pic x(18).
           02 wachain-count pic 9(09).
       01  wsecevent-type   pic x(12)  value spaces.
       01  wsecevent-source pic x(45)  value spaces.
       01  wical-salt       pic x(60)  value spaces.
       01  wical-text       pic x(120) value spaces.
       01  wical-feed       pic x(40)  value spaces.
       01  wredirlogin      pic x(60)  value spaces.
       01  wsavedlogin      pic x(60)  value spaces.
       01  wpwcheck         pic x(120) value spaces.
       01  wtariff-period   pic 9(04)  value zeros.
       01  wtariff-grace    pic 9(03)  value zeros.
       01  wtariff-tab-limit pic 9(05)v99 value zeros.
       01  wtariff-tax-code pic x(02)  value spaces.
       78  wtax-std-default    value "ST".
       78  wtax-exempt-default value "EX".
       01  wtax-code        pic x(02)  value spaces.
       01  wtax-category    pic x(02)  value spaces.
       01  wtax-gross       pic 9(07)v99 value zeros.
       01  wtax-rate        pic 9(02)v99 value zeros.
       01  wtax-amount      pic 9(07)v99 value zeros.
       01  wvch-no-in       pic x(09)  value spaces.
       01  wvch-no          pic 9(09)  value zeros.
       01  wvch-wanted      pic 9(07)v99 value zeros.
       01  wvch-balance     pic 9(07)v99 value zeros.
       01  wvch-used        pic 9(07)v99 value zeros.
       01  wdep-login       pic x(60)  value spaces.
       01  wdep-kind        pic x(01)  value spaces.
       01  wdep-ref         pic x(20)  value spaces.
       01  wdep-amount      pic 9(07)v99 value zeros.
       01  wdep-method      pic x(20)  value spaces.
       01  wdep-id          pic 9(09)  value zeros.
       01  wdep-receipt     pic 9(09)  value zeros.
       01  wdep-charge      pic 9(07)v99 value zeros.
       01  wdep-charge-seq  pic x(14)  value spaces.
       01  wdep-kept        pic 9(07)v99 value zeros.
       01  wdep-back        pic 9(07)v99 value zeros.
       01  wdep-found       pic x(01)  value "N".
       01  wdep-fstatus     pic xx     value "00".
       01  wdep-seqbump     pic 9(14)  value zeros.
       01  wdep-retry       pic 9(01)  value zeros.
       01  wdep-written     pic x(01)  value "N".
       01  wdft-resource    pic 9(04)  value zeros.
       01  wdft-desc        pic x(200) value spaces.
       01  wdft-reporter    pic x(60)  value spaces.
       01  wdft-source      pic x(01)  value spaces.
       01  wdft-priority    pic x(01)  value spaces.
       01  wdft-id          pic 9(09)  value zeros.
       01  wrg-date         pic x(08)  value spaces.
       01  wrg-role         pic x(01)  value spaces.
       01  wrg-checked      pic x(01)  value "N".
       01  wrg-open         pic x(04)  value spaces.
       01  wrg-close        pic x(04)  value spaces.
       01  wrg-gap-count    pic 9(02)  value zeros.
       01  wrg-gap-table.
           02 wrg-gap occurs 12 times.
               03 wrg-gap-from pic x(04).
               03 wrg-gap-to   pic x(04).
       01  wrg-quarters.
           02 wrg-q occurs 96 times pic x(01).
       01  wrg-qi           pic 9(03)  value zeros.
       01  wrg-q-from       pic 9(03)  value zeros.
       01  wrg-q-to         pic 9(03)  value zeros.
       01  wrg-q-open       pic 9(03)  value zeros.
       01  wrg-q-close      pic 9(03)  value zeros.
       01  wrg-gap-start    pic 9(03)  value zeros.
       01  wrg-hhmm         pic x(04)  value spaces.
       01  wrg-hh           pic 9(02)  value zeros.
       01  wrg-mi           pic 9(02)  value zeros.
       01  wrg-fstatus      pic xx     value "00".
       01  wcmp-today       pic 9(08)  value zeros.
       01  wcmp-age         pic 9(03)  value zeros.
       01  wcmp-match       pic x(01)  value "N".
       01  wcmp-channel     pic x(01)  value "N".
       78  wcmo-window-days value 30.
       01  wcmo-login       pic x(60)  value spaces.
       01  wcmo-how         pic x(04)  value spaces.
       01  wcmo-now         pic x(14)  value spaces.
       01  wcmo-now-int     pic s9(09) comp value zeros.
       01  wcmo-sent-int    pic s9(09) comp value zeros.
       01  wcmo-sent-date   pic 9(08)  value zeros.
       01  wcmo-last-cmp    pic 9(09)  value zeros.
       01  wcmo-fstatus     pic xx     value "00".
       01  wcmo-caller-fs   pic xx     value "00".
       78  wpts-visit-points   value 10.
       78  wpts-visit-day-cap  value 20.
       78  wpts-tab-per-unit   value 1.
       78  wpts-event-points   value 25.
       78  wpts-shift-points   value 50.
       78  wpts-per-unit       value 100.
       78  wpts-life-days      value 365.
       01  wpts-login       pic x(60)  value spaces.
       01  wpts-balance     pic s9(09) value zeros.
       01  wpts-offered     pic 9(07)  value zeros.
       01  wpts-wanted      pic 9(07)v99 value zeros.
       01  wpts-needed      pic 9(09)  value zeros.
       01  wpts-used        pic 9(07)  value zeros.
       01  wpts-value       pic 9(07)v99 value zeros.
       01  wpts-source      pic x(02)  value spaces.
       01  wpts-ref         pic x(20)  value spaces.
       01  wpts-fstatus     pic xx     value "00".
       01  wpts-seqbump     pic 9(14)  value zeros.
       01  wpts-retry       pic 9(01)  value zeros.
       01  wpts-written     pic x(01)  value "N".
       01  wpts-display     pic z(6)9.
       01  wapl-code        pic x(08)  value spaces.
       01  wapl-name        pic x(40)  value spaces.
       01  wapl-today       pic x(08)  value spaces.
       78  whld-limit-default  value 500.
       01  whld-env         pic x(09)  value spaces.
       01  whld-limit       pic 9(07)v99 value zeros.
       01  whld-type        pic x(01)  value spaces.
       01  whld-login       pic x(60)  value spaces.
       01  whld-amount      pic 9(07)v99 value zeros.
       01  whld-reason      pic x(10)  value spaces.
       01  whld-override    pic x(01)  value spaces.
       01  whld-held        pic x(01)  value "N".
       01  wcountername     pic x(20)  value spaces.
       01  wcountervalue    pic 9(09)  value zeros.
       01  wcounterdelta    pic s9(09) value zeros.
