      *****************************************************************
      * DFH0XCPL - ORDRLOG audit record, one per placeOrderClient
      * or cancelOrderClient attempt and one per goods return
      * (success or failure), keyed by OL-TASKNUM plus OL-SEQ (a
      * per-task sequence number, so a multi-line order that places
      * more than one line still gets a distinct record per line).
      * OL-REQUEST-ID carries the request type that produced the
      * record; OL-ORDER-REF carries the order reference returned by
      * a successful place, or the reference a cancel was issued
      * against. Cancel records carry no item or quantity (the cancel
      * request does not know them), so OL-ITEM-REF is spaces and
      * OL-QUANTITY zero on those. A return of shipped goods (request
      * 01RETN) is not an order: OL-QUANTITY is the quantity
      * returned, OL-ITEM-REF and OL-CHARGE-DEPT are taken from the
      * order's ORDSTAT record, and OL-ORDER-REF is the original
      * order the goods came back against. Readers counting orders
      * or quantity ordered must leave 01RETN records out, as
      * DFH0XRPT, DFH0XCHB and DFH0XEOD do - returns are reported,
      * credited or balanced there on their own - and the order
      * history inquiry passes the request id back with each entry.
      * OL-USER-DATE-KEY and OL-DEPT-DATE-KEY are the contiguous
      * alternate keys for the ORDRLGU and ORDRLGD paths used by the
      * order history inquiry: each carries the record date as
