*> length means this vendor doesn't number its files.
    05  VL-Seq-Start             PIC 9(02).
    05  VL-Seq-Len               PIC 9(02).
*> which detail column carries the vendor's business
*> reference (invoice or document number) - PGM15 holds
*> back any record whose reference it has already posted
*> for this company and vendor.  Zero (or blank, on a row
*> written before this column existed) means no check.
    05  VL-Ref-Col               PIC 9(02).
*> one masking byte per column, positionally, applied to
*> every copy made downstream of ./files/done (the
*> normalized copy, the staging handoff, the transaction
*> master, suspense and screens): "F" masks the whole
*> value, "P" masks all but the last four characters,
*> "T" replaces the value with a repeatable token (the
*> same value always gives the same token, so it still
*> joins and de-duplicates), anything else leaves the
*> column as it is.  Blank on rows written before this
*> column existed - nothing masked.
    05  VL-Mask-Codes            PIC X(20).
*> layout versions - a vendor changing its format on an
*> announced date keeps one row per version.  The tag
*> names the version (unique per vendor; blank on a
*> vendor's one unversioned row) and is what the intake
*> index stamps; the YYYYMMDD business dates bound the
*> arrivals the version applies to by received date,
*> both inclusive, blank meaning open-ended.  A non-zero
*> tag column says which column of the file's first
*> record (its header) carries the tag - when it does,
*> the tag picks the version outright, so files still
*> in flight on cut-over day read with the layout they
*> were written in.  Blank on rows written before these
*> columns existed - one version, always in force.
    05  VL-Version               PIC X(08).
    05  VL-Eff-From              PIC X(08).
    05  VL-Eff-To                PIC X(08).
    05  VL-Tag-Col               PIC 9(02).
*> "F" marks a fixed-width positional layout (the old
*> mainframe extracts) - columns are cut out of each
*> record by position instead of split on a delimiter,
*> and VL-Delimiter is unused.  Blank (every row written
*> before this column existed) is a delimited layout.
    05  VL-Format-Sw             PIC X(01).
*> the positional spec, zero/blank on a delimited row.
*> A record-type code of VL-Rt-Len characters at
*> VL-Rt-Start marks each record as header, detail or
*> trailer by the codes given (a blank code means the
*> vendor has no such record; blank detail code means
*> any record that is neither header nor trailer is a
*> detail) - with no record type, control records are
*> first and last row as on a delimited file.  The
*> trailer's record count and amount hash total sit at
*> their own positions, the amount carrying the amount
*> column's implied decimals.  Then one entry per
*> column: 1-based start position, length, and how many
*> implied decimal places a numeric column carries
*> (0000012345 with 2 reads as 123.45).  Type and
*> required flag stay in VL-Type-Mask/VL-Req-Mask.
    05  VL-Fixed-Spec.
        10  VL-Rt-Start          PIC 9(03).
        10  VL-Rt-Len            PIC 9(01).
        10  VL-Rt-Header         PIC X(04).
        10  VL-Rt-Detail         PIC X(04).
        10  VL-Rt-Trailer        PIC X(04).
        10  VL-Trl-Cnt-Start     PIC 9(03).
        10  VL-Trl-Cnt-Len       PIC 9(02).
        10  VL-Trl-Amt-Start     PIC 9(03).
        10  VL-Trl-Amt-Len       PIC 9(02).
        10  VL-Pos-Col           OCCURS 20 TIMES.
            15  VL-Pos-Start     PIC 9(03).
            15  VL-Pos-Len       PIC 9(02).
            15  VL-Pos-Dec       PIC 9(01).
