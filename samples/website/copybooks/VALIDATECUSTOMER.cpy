* PostalCode varchar(10), Country char(2), Notes varchar(500)).
* Address itself is no longer checked here: since the split into
* structured fields it is assembled by FORMATADDRESS.cpy from the
* validated parts, never typed by a user. Whether the postal code
* exists and belongs to the city and region keyed needs the postal
* reference in the database, so the same callers follow this with
* CHECKPOSTAL.cpy once they hold a connection.
global Math.
move "" to errors.
if name = "" then
