               ==CM-SALES-LAST-YTD== BY ==IM-SALES-LAST-YTD==,
               ==CM-CREDIT-LIMIT==   BY ==IM-CREDIT-LIMIT==,
               ==CM-YTD-UNITS-SOLD== BY ==IM-YTD-UNITS-SOLD==,
               ==CM-REGION-NUMBER==  BY ==IM-REGION-NUMBER==,
               ==CM-AR-BALANCE==     BY ==IM-AR-BALANCE==.

       WORKING-STORAGE SECTION.

