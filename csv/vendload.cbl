*> VENDORS.DAT is the vendor profile master - one comma-delimited  *
*> line per vendor,                                                *
*>                                                                *
*>   VENDORID,LAYOUT,DELIM,DATECOL,MANIFEST,CALID,DATEFMT,NETTING  *
*>                                                                *
*> (MANIFEST Y when the vendor transmits a manifest to verify,     *
*> CALID the vendor's CALPROFILES.DAT calendar id, DATEFMT the     *
*> DATEFORMAT code the vendor prefers on paper going back to       *
*> them, NETTING Y when a counterparty's settlement instructions   *
*> are netted by SETTLE rather than sent gross - anything else,    *
*> or no column at all, is N).  Returns the profile for one        *
*> vendor id; the master is                                        *
*> read once per job and cached, the same discipline               *
*> CALENDARPROFILEOF uses.                                         *
*>                                                                *
        10  vpv-manifest     pic x(1).
        10  vpv-calid        pic x(8).
        10  vpv-datefmt      pic x(2).
        10  vpv-netting      pic x(1).

linkage section.
01  vp-id                pic x(12).
    05  vp-r-manifest        pic x(1).
    05  vp-r-calid           pic x(8).
    05  vp-r-datefmt         pic x(2).
    05  vp-r-netting         pic x(1).
    05  vp-r-found           pic x.

procedure division using vp-id vp-result.
            move vpv-manifest(vp-idx) to vp-r-manifest
            move vpv-calid(vp-idx) to vp-r-calid
            move vpv-datefmt(vp-idx) to vp-r-datefmt
            move vpv-netting(vp-idx) to vp-r-netting
            move 'Y' to vp-r-found
            move vp-count to vp-idx
        end-if
                        vpv-manifest(vp-count)
                        vpv-calid(vp-count)
                        vpv-datefmt(vp-count)
                        vpv-netting(vp-count)
                end-unstring
                move function upper-case(vpv-manifest(vp-count))
                    to vpv-manifest(vp-count)
                move function upper-case(vpv-netting(vp-count))
                    to vpv-netting(vp-count)
                if vpv-netting(vp-count) not = 'Y'
                    move 'N' to vpv-netting(vp-count)
                end-if
                perform 0210-readvendorline
            end-perform
            close vendor-file
    05  vl-p-manifest        pic x(1).
    05  vl-p-calid           pic x(8).
    05  vl-p-datefmt         pic x(2).
    05  vl-p-netting         pic x(1).
    05  vl-p-found           pic x.

01  vl-command           pic x(200).
