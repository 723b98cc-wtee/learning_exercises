*> engineering-extract.cbl uses.
01 ws-in-text                 pic x(10).
01 ws-out-text                pic x(10).
01 ws-target-text             pic x(4).
01 ws-in-num                  pic s9(6)v99.
01 ws-out-num                 pic s9(6)v99.
01 ws-value-formatted.
    perform format-one-value
    move ws-value-formatted to ws-out-formatted

    *> An XFR entry's target unit stands where the OUT= label
    *> would be; the field is empty for FWD and REV.
    move spaces to ws-target-text
    if ws-work-audit-record(43:3) = "XFR"
        move ws-work-audit-record(61:4) to ws-target-text
    end-if

    move spaces to ws-extract-record
    string "DTL|" delimited by size
           ws-work-audit-record(1:17) delimited by size
           ws-in-formatted delimited by size
           "|" delimited by size
           ws-out-formatted delimited by size
           "|" delimited by size
           ws-target-text delimited by space
           into ws-extract-record
    end-string
    write ws-extract-record
