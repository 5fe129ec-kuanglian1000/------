000290*                   PER PRICE CODE AND KEY ORDER WALKS EACH
000300*                   CODE'S RATE HISTORY OLDEST FIRST. THE
000310*                   RECORD LENGTH IS UNCHANGED.
000312*  2026-10-15 KLC   NEW GENERATIONS ALSO ARRIVE IN BULK FROM THE
000314*                   SUPPLIER PRICE FEED THROUGH PRICLOAD, AS
000316*                   ADDS AWAITING APPROVAL IN PRICMNT. THE
000318*                   RECORD IS UNCHANGED.
000320*****************************************************************
000330 01  PRICE-REF-RECORD.
000340     05  PRF-RATE-KEY.
