*> next to each other under item-key so 'items' can be keyed on the
*> two combined - a store's stock is looked up by name, and the pair
*> stays unique even when several stores' feeds share an item name.
*> The nightly run's control trailer carries the marker TRLR. On
*> gr-trailer-history it is accompanied by one STOR line per store
*> per logical day - that store's record count, quality and
*> base-currency valuation, with the store-id in the first four
*> bytes of trailer-filler - so readers of the history select on
*> the marker.
    01 item.
       02 item-key.
          03 store-id pic x(4).
