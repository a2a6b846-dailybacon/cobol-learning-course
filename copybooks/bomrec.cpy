      *> ============================================
      *> BOMREC.CPY - kit bill of materials
      *> ============================================
      *> One component of one kit, as kept on
      *> kit-bom.dat (LINE SEQUENTIAL) by BOMMAINT: a
      *> kit is a product on products.dat like any
      *> other, built from the products its lines name.
      *> A component is a stocked product, never itself
      *> a kit.
      *>
      *> The INDEXED menu reads it to assemble kits
      *> (components out of their bins and FIFO layers,
      *> the kit in at their rolled-up cost), to take
      *> them apart again, and at order booking to build
      *> a kit the shelf cannot cover from what its
      *> components have free.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 BOM-RECORD.
      *>         COPY "bomrec.cpy".
      *> ============================================
          05 BOM-KIT-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 BOM-COMP-ID      PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 BOM-QTY-PER      PIC 9(3).
      *>     Units of the component in one kit
          05 FILLER           PIC X VALUE ",".
          05 BOM-SET-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 BOM-SET-BY       PIC X(8).
      *>     The operator who last keyed the line
