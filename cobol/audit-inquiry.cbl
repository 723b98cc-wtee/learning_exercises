    accept ws-filter-unit
    move function upper-case(ws-filter-unit) to ws-filter-unit

    display "Direction FWD/REV/XFR: " with no advancing
    move spaces to ws-filter-dir
    accept ws-filter-dir
    move function upper-case(ws-filter-dir) to ws-filter-dir
