      *************************************************************
      *  Stock locations.  The roastery is home: it holds whatever
      *  the inventory master shows on hand that no other location
      *  and no open transfer holds, so the programs that roast,
      *  receive, release, and restock keep working on the master
      *  alone and land in the roastery.  Every other location,
      *  and the in-transit bucket a transfer sits in between
      *  shipping and receiving, keeps its own pounds per product
      *  on INVLOC.DAT.  Lots and journal lines carry the location
      *  code; spaces on older records mean the roastery.
      *************************************************************
       01  Location-Codes.
           05 Home-Location         pic x(2) value "RO".
           05 In-Transit-Location   pic x(2) value "TR".

       01  Location-Table-Initial.
           05 filler pic x(22) value "RORoastery".
           05 filler pic x(22) value "CTRetail counter".

       01  Location-Table redefines Location-Table-Initial.
           05 Location-Entry occurs 2 times
                  indexed by Loc-Idx.
               10 LC-Code          pic x(2).
               10 LC-Name          pic x(20).
