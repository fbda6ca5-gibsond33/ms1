  05  item-active-switch      pic x.
    88  item-is-active        value "Y".
    88  item-is-inactive      value "N".
*> A/B/C by annual usage value, set by the st050 stock analysis run
  05  item-abc-class          pic x.
    88  item-is-class-a       value "A".
    88  item-is-class-b       value "B".
    88  item-is-class-c       value "C".
