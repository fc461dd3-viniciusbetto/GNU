           02 inv-calc           pic x(40) value spaces.
           02 inv-disc-code      pic x(08) value spaces.
           02 inv-discount       pic 9(07)v99 value zeros.
           02 inv-tax            pic 9(07)v99 value zeros.
           02 inv-tax-code       pic x(02) value spaces.
      *> What the invoice is for: blank is dues (members and company
      *> per-head billing), SP a sponsorship installment, which only a
      *> sponsorship payment settles.
           02 inv-category       pic x(02) value spaces.
               88 inv-cat-dues       value spaces "DU".
               88 inv-cat-sponsor    value "SP".
