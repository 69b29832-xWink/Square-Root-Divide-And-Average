    05  mbk-type            pic x.
        88  mbk-data-rec           value "D".
        88  mbk-trailer-rec        value "T".
*> Wider than the master record, so the master can grow a field
*> again without the backup layout changing under it.
    05  mbk-master-image    pic x(79).
    05  mbk-trailer-area redefines mbk-master-image.
        10  mbk-count       pic 9(7).
        10  mbk-z-hash      pic 9(13)v9(6).
        10  filler          pic x(53).
