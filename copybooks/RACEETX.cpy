*> Meet entry maintenance transaction record, keyed from the entry
*> sheets, edited by RaceEntryEdit and applied to RACEENT.DAT by
*> RaceEntryMaint. An entry carries no data beyond its key, so there
*> is no change transaction -- a race moved between meets is a
*> delete from one and an add to the other.
    05 ET-Txn-Code       PIC X.
        88 ET-Add        VALUE 'A'.
        88 ET-Delete     VALUE 'D'.
    05 ET-Meet-Id        PIC X(6).
    05 ET-Race-Id        PIC X(6).
