      ******************************************************************
      * Copybook: ASSETLOC
      * Purpose: rack location record of the asset-tracking extract
      *          (ASSETIN) that 8025fpgen turns into floor-plan PLOTIN
      *          batches - one record per rack: the room it stands
      *          in (the room becomes the CV canvas name), its row
      *          and position within the room counted from 1, the
      *          asset name lettered on the plan, and the asset class
      *          that selects its pen.
      * Modification History:
      *   2026-10-14 jl371 - created for the floor-plan generator.
      ******************************************************************
       01 ASSET-LOCATION-RECORD.
           05 AS-ROOM     PIC X(8).
           05 AS-ROW      PIC 9(3).
           05 AS-POSITION PIC 9(3).
           05 AS-NAME     PIC X(20).
           05 AS-CLASS    PIC X(4).
