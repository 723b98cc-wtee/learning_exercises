fd  ws-fm-in-file.
01  ws-fm-in-record           pic x(20).

*> The calculator's prompts are displayed without advancing, so
*> they and the result come back as one long console line; the
*> record is wide enough that it is never split across reads.
fd  ws-fm-out-file.
01  ws-fm-out-record          pic x(400).

working-storage section.
01 ws-feet-text             pic x(12).
01 ws-fm-cmd                  pic x(80).
01 ws-fm-eof-flag             pic x value "N".
   88 ws-fm-end-of-file        value "Y".
01 ws-fm-output-line          pic x(400).
01 ws-fm-before-text          pic x(40).
01 ws-fm-after-text           pic x(40).
01 ws-fm-meters-text          pic x(20).
