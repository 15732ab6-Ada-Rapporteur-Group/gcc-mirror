*> status with first/last times, so a failing disk or a recurring
*> status 39 stands out before it becomes an outage. Run with CLEAR
*> to empty the log once the morning review is done.
*> The Listing18-37 AR roll-forward proof logs a ledger that does not
*> prove here too, under status RF, so it is seen the same morning.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
