      *> FIXASSET - fixed-asset master record (FIXASSET.DAT, indexed
      *> by FA-ASSET-NO). One record per piece of equipment, vehicle
      *> or fit-out, kept by FixedAssetMaint and depreciated monthly
      *> by FixedAssetDepr against the owning department. Useful
      *> life is held in months; the method is straight-line over
      *> the life down to salvage, or double-declining balance on
      *> the net book value with whatever is left to salvage taken
      *> in the last month of the life. FA-LAST-DEPR-PERIOD keeps a
      *> restarted run from charging the same month twice. A
      *> disposed asset stays on file with its disposal date and
      *> proceeds and is never depreciated again.
       01  FIXED-ASSET-RECORD.
           05  FA-ASSET-NO          PIC 9(6).
           05  FA-DESCRIPTION       PIC X(30).
           05  FA-DEPARTMENT        PIC X(4).
           05  FA-ACQUIRED-DATE     PIC 9(8).
           05  FA-COST              PIC 9(7)V99.
           05  FA-USEFUL-LIFE       PIC 9(3).
           05  FA-METHOD            PIC X.
               88  FA-StraightLine      VALUE "S".
               88  FA-DecliningBalance  VALUE "D".
               88  FA-ValidMethod       VALUE "S" "D".
           05  FA-SALVAGE-VALUE     PIC 9(7)V99.
           05  FA-ACCUM-DEPRECIATION PIC 9(7)V99.
           05  FA-LAST-DEPR-PERIOD  PIC 9(6).
           05  FA-ASSET-STATUS      PIC X.
               88  FA-AssetInService    VALUE "A".
               88  FA-AssetDisposed     VALUE "D".
           05  FA-DISPOSAL-DATE     PIC 9(8).
           05  FA-DISPOSAL-PROCEEDS PIC 9(7)V99.
