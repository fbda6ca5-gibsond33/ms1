*>--------------
*> vendxref.cpy - Vendor item cross-reference record layout.  One
*> record per vendor and the vendor's own item code, naming our
*> item, so an invoice sent on file in the vendor's codes can be
*> matched to the PO line it bills.
*>--------------
fd  vendor-xref-file.
01  vendor-xref-record.
  05  vxr-key.
    10  vxr-vendor-code       pic x(06).
    10  vxr-vendor-item       pic x(15).
  05  vxr-item-code           pic x(10).
