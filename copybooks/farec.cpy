      *> ============================================
      *> FAREC.CPY - fixed-asset master record
      *> ============================================
      *> One branch fixture, ATM, vehicle or other
      *> capital item on fixed-assets.dat (INDEXED,
      *> RECORD KEY FA-ASSET-ID). FAMAINT adds,
      *> transfers and disposes of assets; FADEPR
      *> posts each month's depreciation and every
      *> disposal's gain or loss to gl-postings.dat
      *> under the asset's cost center; FAREG prints
      *> the register.
      *>
      *> Depreciation runs from the month of
      *> acquisition, whole months, down to the salvage
      *> value over the useful life. A disposed asset
      *> takes none for the month it goes.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 FIXED-ASSET-RECORD.
      *>         COPY "farec.cpy".
      *> ============================================
          05 FA-ASSET-ID      PIC X(10).
      *>     Asset tag, e.g. FA00000123
          05 FA-DESC          PIC X(30).
          05 FA-CLASS         PIC X.
      *>     E=Equipment, A=ATM, V=Vehicle, O=Other
             88 FA-CLASS-VALID   VALUE "E" "A" "V" "O".
          05 FA-COST-CENTER   PIC X(15).
      *>     Where the asset sits, as on cost-centers.dat
          05 FA-ACQ-DATE      PIC 9(8).
          05 FA-COST          PIC 9(9)V99.
          05 FA-SALVAGE       PIC 9(9)V99.
          05 FA-LIFE-MONTHS   PIC 9(3).
          05 FA-METHOD        PIC X.
      *>     S=Straight line, D=Double declining balance
             88 FA-STRAIGHT-LINE VALUE "S".
             88 FA-DECLINING     VALUE "D".
          05 FA-ACCUM-DEPR    PIC 9(9)V99.
          05 FA-DEPR-THRU     PIC 9(6).
      *>     YYYYMM depreciated through; zero = none yet
          05 FA-STATUS        PIC X.
      *>     A=Active, P=Disposal keyed (FADEPR posts it),
      *>     D=Disposed
             88 FA-ACTIVE         VALUE "A".
             88 FA-DISPOSAL-KEYED VALUE "P".
             88 FA-DISPOSED       VALUE "D".
          05 FA-DISP-DATE     PIC 9(8).
          05 FA-PROCEEDS      PIC 9(9)V99.
          05 FA-GAIN-LOSS     PIC S9(9)V99.
      *>     Proceeds less net book value at disposal,
      *>     set when FADEPR posts it
          05 FA-ADDED-BY      PIC X(8).
          05 FA-ADDED-DATE    PIC 9(8).
          05 FA-CHANGED-BY    PIC X(8).
          05 FA-CHANGED-DATE  PIC 9(8).
      *>     Last transfer or disposal on FAMAINT
