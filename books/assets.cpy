       fd  assets.
       01  reg-assets.
           02 ast-id           pic 9(06).
           02 ast-desc         pic x(60).
      *> The lending ITEMS row or bookable RESOURCES row the asset
      *> is, when it is one; retiring or losing the item disposes of
      *> the asset at the next depreciation run.
           02 ast-link-type    pic x(01).
               88 ast-link-none      value space.
               88 ast-link-item      value "I".
               88 ast-link-resource  value "R".
           02 ast-link-id      pic 9(05).
           02 ast-acquired     pic x(08).
           02 ast-cost         pic 9(07)v99.
           02 ast-residual     pic 9(07)v99.
           02 ast-life-months  pic 9(03).
      *> Straight line spreads cost less residual evenly over the
      *> life; reducing balance takes twice the straight-line rate
      *> of what is left each month.
           02 ast-method       pic x(01).
               88 ast-straight-line  value "S".
               88 ast-reducing       value "R".
           02 ast-accum-dep    pic 9(07)v99.
           02 ast-last-dep     pic x(06).
           02 ast-status       pic x(01).
               88 ast-in-use         value "A".
               88 ast-disposed       value "D".
           02 ast-disposed-on  pic x(08).
           02 ast-disposal-nbv pic 9(07)v99.
           02 ast-disposal-why pic x(01).
               88 ast-gone-retired   value "R".
               88 ast-gone-lost      value "L".
           02 ast-operator     pic x(60).
