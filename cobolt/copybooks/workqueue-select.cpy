*  queue used by WORKQUEUE-FD.CPY and WORKQUEUE-ENQUEUE.CPY. One
*  comma-delimited line per work item:
*      status,sequence,file-name,next-program,enqueued-run-id,
*      retry-count,priority,depends-on-sequence[,note]
*  where status is PENDING, RUNNING, DONE, FAILED, DEADLTR, or -
*  set only by an operator on QUEUE-CONSOLE - HELD (passed over by
*  the dispatcher until released) or CANCELED. The optional note is
*  the operator's reason for a hold or cancel, free text without
*  commas; a line with no note simply ends at the depends-on field.
*  Priority runs 1 (most urgent) to 9; dispatch takes the best
*  priority first and age second, so housekeeping no longer delays
*  the master update. A nonzero depends-on-sequence holds the item
