*> Item code master record (gr-item-codes): the codes the tills and
*> the warehouse scan, tied to our own spelling of the item. Every
*> item has one SKU row (icd-type S: icd-code is the internal SKU,
*> icd-name the canonical 50-byte name exactly as the items master
*> carries it, icd-class its category class) and one barcode row
*> per barcode it is sold or shipped under (icd-type B: icd-code is
*> the barcode, icd-sku the SKU row it belongs to; name and class are
*> taken from that row and left blank here). The inbound feeds -
*> in-items, gr-disposals, gr-receipts, gr-returns, gr-transfers and
*> gr-stocktake - may carry a SKU or a barcode in the name field
*> instead of the name: a single word of up to 20 characters with a
*> digit in it is taken as a code and replaced by the canonical name
*> before the record is processed, and anything else is taken as the
*> name as before. A code that is not on file, or a barcode whose
*> SKU row is missing, goes to gr-unresolved-codes and the record is
*> not applied.
    01 item-code-record.
       02 icd-code pic x(20).
       02 icd-type pic x.
          88 icd-is-sku value 'S'.
          88 icd-is-barcode value 'B'.
       02 icd-sku pic x(20).
       02 icd-name pic x(50).
       02 icd-class pic x(12).
