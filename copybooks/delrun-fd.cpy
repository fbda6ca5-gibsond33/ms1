*>--------------
*> delrun-fd.cpy - Delivery run header record layout.  A run is one
*> van's day out: a name, the vehicle and driver, the post code
*> area it covers and how many drops it makes.  The run's drops and
*> the shipment lines on them are held on DELLINE.
*>--------------
fd  delivery-run-file.
01  delivery-run-record.
  05  drun-number             pic 9(08).
  05  drun-name               pic x(20).
  05  drun-date               pic 9(08).
  05  drun-vehicle            pic x(10).
  05  drun-driver             pic x(20).
  05  drun-area               pic x(04).
  05  drun-drop-count         pic 9(03).
  05  drun-line-count         pic 9(03).
  05  drun-status             pic x.
    88  drun-is-planned       value "P".
    88  drun-is-dispatched    value "D".
    88  drun-is-complete      value "C".
