        *> The tile catalog - one entry per slot, the slot number
        *> being the tile code the grid, the save file and the
        *> journal carry. Loaded by load-catalog: the standard price
        *> book below first, then the city's catalog master file laid
        *> over it, so a slot the file names is repriced and a slot
        *> past the last is added. The table holds up to
        *> WS-TileCatalogMax-NUM slots; WS-TileCatalog-NUM is how
        *> many are in force
        01 WS-TileCatalog-NUM    pic 9(2) value 8.
        01 WS-TileCatalogMax-NUM pic 9(2) value 20.
        01 WS-TileCatalog.
            05 WS-TileCatalog-Entry occurs 20 times
                indexed by WS-Tile-IDX.
                10 WS-TileCatalog-Name-STR    pic x(12).
                10 WS-TileCatalog-Goal-STR    pic x(6).
                10 WS-TileCatalog-Glyph-STR   pic x(1).
                10 WS-TileCatalog-Cost-NUM    pic 9(5).
                10 WS-TileCatalog-Revenue-NUM pic 9(4).
                10 WS-TileCatalog-Upkeep-NUM  pic 9(4).
                10 WS-TileCatalog-File-STR    pic x(32).

        *> The standard price book - the eight tile types the game's
        *> rules are written around. Laid out exactly like a catalog
        *> entry so a slot is seeded with one group move
        01 WS-CatalogStandard-NUM pic 9(2) value 8.
        01 WS-CatalogStandard.
            05 filler pic x(12) value "Road".
            05 filler pic x(6)  value "ROAD".
            05 filler pic x(1)  value "#".
            05 filler pic 9(5)  value 00005.
            05 filler pic 9(4)  value 0000.
            05 filler pic 9(4)  value 0001.
            05 filler pic x(32) value "roadTexture_25.png".

            05 filler pic x(12) value "Residential".
            05 filler pic x(6)  value "RES".
            05 filler pic x(1)  value "R".
            05 filler pic 9(5)  value 00050.
            05 filler pic 9(4)  value 0004.
            05 filler pic 9(4)  value 0000.
            05 filler pic x(32) value "residentialTexture_25.png".

            05 filler pic x(12) value "Commercial".
            05 filler pic x(6)  value "COM".
            05 filler pic x(1)  value "C".
            05 filler pic 9(5)  value 00075.
            05 filler pic 9(4)  value 0007.
            05 filler pic 9(4)  value 0000.
            05 filler pic x(32) value "commercialTexture_25.png".

            05 filler pic x(12) value "Park".
            05 filler pic x(6)  value "PARK".
            05 filler pic x(1)  value "P".
            05 filler pic 9(5)  value 00020.
            05 filler pic 9(4)  value 0000.
            05 filler pic 9(4)  value 0001.
            05 filler pic x(32) value "parkTexture_25.png".

            05 filler pic x(12) value "Water".
            05 filler pic x(6)  value "WATER".
            05 filler pic x(1)  value "W".
            05 filler pic 9(5)  value 00010.
            05 filler pic 9(4)  value 0000.
            05 filler pic 9(4)  value 0000.
            05 filler pic x(32) value "waterTexture_25.png".

            05 filler pic x(12) value "Industrial".
            05 filler pic x(6)  value "IND".
            05 filler pic x(1)  value "I".
            05 filler pic 9(5)  value 00080.
            05 filler pic 9(4)  value 0009.
            05 filler pic 9(4)  value 0002.
            05 filler pic x(32) value "industrialTexture_25.png".

            05 filler pic x(12) value "FireStation".
            05 filler pic x(6)  value "FIRE".
            05 filler pic x(1)  value "F".
            05 filler pic 9(5)  value 00100.
            05 filler pic 9(4)  value 0000.
            05 filler pic 9(4)  value 0003.
            05 filler pic x(32) value "firestationTexture_25.png".

            05 filler pic x(12) value "School".
            05 filler pic x(6)  value "SCHOOL".
            05 filler pic x(1)  value "S".
            05 filler pic 9(5)  value 00090.
            05 filler pic 9(4)  value 0000.
            05 filler pic 9(4)  value 0002.
            05 filler pic x(32) value "schoolTexture_25.png".
        01 WS-CatalogStandard-Table redefines WS-CatalogStandard.
            05 WS-CatStd-Entry occurs 8 times.
                10 WS-CatStd-Name-STR    pic x(12).
                10 WS-CatStd-Goal-STR    pic x(6).
                10 WS-CatStd-Glyph-STR   pic x(1).
                10 WS-CatStd-Cost-NUM    pic 9(5).
                10 WS-CatStd-Revenue-NUM pic 9(4).
                10 WS-CatStd-Upkeep-NUM  pic 9(4).
                10 WS-CatStd-File-STR    pic x(32).

        *> Catalog load work fields
        01 WS-CatSlot-NUM        pic 9(3) value 0.
        01 WS-CatLoop-NUM        pic 9(2) value 0.
        01 WS-CatLoaded-BOOL     pic 9 value 0.
        *> Which slots a catalog record has already named - a slot
        *> is only taken from the first record that names it
        01 WS-CatNamed-List.
            05 WS-CatNamed-BOOL  pic 9 occurs 20 times value 0.
